000100******************************************************************
000200*  ACCTIDX.CPY
000300*  Record of data/accounts.idx - the accounts master held as a
000400*  keyed (indexed) file, key AX-ACCOUNT-ID.  Shared by BANKIDX
000500*  (which builds it from data/accounts.csv and unloads it back
000600*  there), BANKACCT and BANKDORM (which maintain it a record at
000700*  a time), BANKINQ, BANKEDIT, BANKFEED, BANKSTOP, BANKNOTE,
000710*  BANKRECON, BANKTAX, BANKESCH, BANKCTR and BANKTDEP (which
000720*  read one account by its id), BANKINT, BANKREL and BANKPROF
000730*  (which read the whole book in key order) and BANKMAIN (which
000740*  does both), so all of them agree on the layout without
000900*  having to stay in sync by hand.
001000*
001100*  The record is the accounts.csv line itself, byte for byte
001200*  (ACCT-CSV-RECORD in ACCTREC): the account id leads the line,
001300*  so it is the key where it stands, and a record moves to and
001400*  from ACCT-CSV-RECORD whole.
001500*
001600*  accounts.idx is the master of record, and every batch
001700*  program reads it.  data/accounts.csv is only the flat copy
001800*  BANKIDX UNLOAD writes from it, in account id order.
001900******************************************************************
002000 01  ACCOUNT-IDX-RECORD.
002100     05  AX-ACCOUNT-ID          PIC X(10).
002200     05  FILLER                 PIC X(70).
