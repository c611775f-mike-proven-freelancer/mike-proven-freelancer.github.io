000100******************************************************************
000200*  LEDGIDX.CPY
000300*  Record of data/ledger.idx - a keyed (indexed) index over the
000400*  live transaction ledger, data/transactions.csv.  Built by
000500*  BANKIDX, kept current by the programs that write the ledger,
000600*  and read wherever one account's rows or latest balance are
000650*  needed without replaying the whole ledger.
000700*
000800*  LX-KEY, the record key, is the account id and txn id of the
000900*  row: a START at the account id with a zero txn id, then READ
001000*  NEXT until the account changes, gives one account's rows in
001100*  the order they were posted (a CARRY-FWD row BANKARCH leaves
001200*  carries an archived id, lower than anything posted since).
001300*
001400*  LX-TXN-ROW is the ledger line itself, byte for byte
001500*  (TXN-CSV-RECORD in TXNREC).  Its leading txn id,
001600*  LX-ROW-TXN-ID, is an alternate key with duplicates, so the
001700*  row an F-REF-ID points at can be read directly whichever
001800*  account it sits on.  Duplicates are allowed because a
001900*  CARRY-FWD row reuses the txn id of the archived row it stands
002000*  for; a reference is never resolved to a CARRY-FWD row.
002100*
002200*  transactions.csv stays the ledger of record and ledger.idx
002300*  is never written back to it.  BANKMAIN and BANKINT write
002400*  each row they append to both; BANKARCH rebuilds the index as
002500*  it rewrites the ledger.  BANKIDX LEDGER rebuilds it whole
002550*  for the first build or after a restore.
002600******************************************************************
002700 01  LEDGER-IDX-RECORD.
002800     05  LX-KEY.
002900         10  LX-ACCOUNT-ID      PIC X(10).
003000         10  LX-TXN-ID          PIC 9(4).
003100     05  LX-TXN-ROW.
003200         10  LX-ROW-TXN-ID      PIC 9(4).
003300         10  FILLER             PIC X(109).
