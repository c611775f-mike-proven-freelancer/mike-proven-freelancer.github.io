001160*  detail record count and the batch amount total.  A file whose
001170*  trailer does not balance, or that has been run before, is
001180*  refused rather than posted.
001183*
001186*  PH-OPERATOR-ID on the header is the operator who keyed the
001187*  batch - the maker.  BANKEDIT holds any detail over the
001188*  APPR-LIMIT product parameter, and every REVERSAL, on the
001189*  approvals queue (APRREC) under that id until a different
001190*  operator approves it.  BANKFEED heads its batches with the
001191*  feed maker id "FEED"; BANKEDIT holds nothing of a "FEED"
001192*  batch, and refuses one whose batch id is not on the feed
001193*  item register (XIT-CSV-RECORD in XRTREC).
001200******************************************************************
001300 01  PND-CSV-RECORD.
001400     05  P-ACCOUNT-ID           PIC X(10).
003100     05  PH-BATCH-ID            PIC X(8).
003200     05  FILLER                 PIC X       VALUE ",".
003300     05  PH-BATCH-DATE          PIC X(10).
003333     05  FILLER                 PIC X       VALUE ",".
003366     05  PH-OPERATOR-ID         PIC X(8).
003400
003500 01  PND-TRAILER-RECORD.
003600     05  PT-RECORD-TYPE         PIC X(4).
