000100******************************************************************
000200*  XRTREC.CPY
000300*  Layouts for returning external-credits items to the processor
000400*  that sent them, shared by BANKFEED (items the intake cannot
000500*  translate) and BANKRETN (items that fail the edit or decline
000600*  in the posting run) so both agree on field widths without
000700*  having to stay in sync by hand.
000800*
000900*  The returns file is in the processor's own fixed-width
001000*  layout - the HDR/DTL/TRL shape of data/external_credits.dat:
001100*    XRT-HEADER-RECORD  - "HDR", the feed id the items came in
001200*                         on, the date they are returned, and
001300*                         "RTN" to mark the file as returns.
001400*    XRT-DETAIL-RECORD  - "DTL", the item exactly as the
001500*                         processor sent it (account, amount,
001600*                         source name, value date and their own
001700*                         item reference, e.g. PAY0001), then
001800*                         the return reason code.
001900*    XRT-TRAILER-RECORD - "TRL", the count and amount total of
002000*                         the DTL records, so the processor can
002100*                         prove every return arrived.
002200*  A file carrying nothing to return is still sent as a header
002300*  and a zero trailer.
002400*
002500*  Return reason codes are the standard ones:
002600*    R02 - account closed.
002700*    R03 - no account / unable to locate account (including an
002800*          item with no account id).
002900*    R16 - account frozen; also used for an account held
003000*          dormant, which cannot take the credit either.
003100*    R17 - item fails edit criteria (amount not numeric, zero or
003200*          too large, or any other edit or posting refusal).
003300*
003400*  XIT-CSV-RECORD is one line of data/external_items.csv - the
003500*  register of every feed item BANKFEED handed on to the edit,
003600*  keyed by feed id and XI-ROW-NO, the item's detail row number
003700*  in the translated batch.  BANKRETN settles each item once its
003800*  feed has been through the posting run - posted, or returned -
003900*  and drops it from the register.
004000******************************************************************
004100 01  XRT-HEADER-RECORD.
004200     05  XRH-RECORD-TYPE        PIC X(3)    VALUE "HDR".
004300     05  XRH-FEED-ID            PIC X(8).
004400     05  XRH-RETURN-DATE        PIC X(10).
004500     05  XRH-FILE-KIND          PIC X(3)    VALUE "RTN".
004600
004700 01  XRT-DETAIL-RECORD.
004800     05  XRD-RECORD-TYPE        PIC X(3)    VALUE "DTL".
004900     05  XRD-ACCOUNT-ID         PIC X(10).
005000     05  XRD-AMOUNT             PIC 9(9)V99.
005100     05  XRD-SOURCE-NAME        PIC X(24).
005200     05  XRD-VALUE-DATE         PIC X(10).
005300     05  XRD-SOURCE-REF         PIC X(12).
005400     05  XRD-RETURN-CODE        PIC X(3).
005500
005600 01  XRT-TRAILER-RECORD.
005700     05  XRR-RECORD-TYPE        PIC X(3)    VALUE "TRL".
005800     05  XRR-ITEM-COUNT         PIC 9(6).
005900     05  XRR-AMOUNT-TOTAL       PIC 9(11)V99.
006000
006100 01  XIT-CSV-RECORD.
006200     05  XI-FEED-ID             PIC X(8).
006300     05  FILLER                 PIC X       VALUE ",".
006400     05  XI-ROW-NO              PIC 9(6).
006500     05  FILLER                 PIC X       VALUE ",".
006600     05  XI-ACCOUNT-ID          PIC X(10).
006700     05  FILLER                 PIC X       VALUE ",".
006800     05  XI-AMOUNT              PIC 9(9)V99.
006900     05  FILLER                 PIC X       VALUE ",".
007000     05  XI-SOURCE-NAME         PIC X(24).
007100     05  FILLER                 PIC X       VALUE ",".
007200     05  XI-VALUE-DATE          PIC X(10).
007300     05  FILLER                 PIC X       VALUE ",".
007400     05  XI-SOURCE-REF          PIC X(12).
