001400*  reverse.  GL-DR-CR says which side the line is, GL-GL-ACCT
001500*  names the GL account it posts to, and GL-SOURCE matches
001600*  F-SOURCE on the ledger ("S" scheduled, "R" re-presented,
001650*  "Q" taken off another program's queue, "B" everything
001700*  else).
001800*
001900*  The single trailer carries the detail line count, a hash
002000*  total of the txn ids extracted, the net of the lines
