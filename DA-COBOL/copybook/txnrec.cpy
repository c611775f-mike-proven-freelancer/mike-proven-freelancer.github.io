001060*
001070*  F-SOURCE is "S" when the row was expanded from the standing-
001080*  orders file, "R" when it was re-presented off the NSF
001085*  representment queue, "Q" when BANKMAIN took it off another
001086*  program's queue (dispute credits and re-debits, escheat
001087*  debits, approved postings, term deposit payouts), and "B"
001088*  for everything else (the keyed batch and month-end direct
001090*  postings), so statements, the reconciliation and the GL
001092*  extract can tell scheduled, re-presented and queued activity
001094*  from the day's keyed batch.
001100******************************************************************
001200 01  TXN-CSV-RECORD.
001300     05  F-TXN-ID               PIC 9(4).
