000100******************************************************************
000200*  ACCTREC.CPY
000300*  Layout of one accounts master line: the record of the keyed
000400*  master data/accounts.idx (ACCTIDX), byte for byte, and of
000500*  its flat copy data/accounts.csv.  BANKACCT and BANKDORM
000510*  write it, a record at a time by key, and BANKIDX loads and
000520*  unloads it.  Every program that needs an account's fields -
000530*  BANKMAIN, BANKINQ, BANKINT, BANKREL, BANKFEED, BANKNOTE,
000540*  BANKRECON, BANKTAX, BANKESCH, BANKCTR, BANKTDEP and BANKPROF
000550*  - moves the record here, so all of them agree on field widths
000560*  without having to stay in sync by hand.
000600*
000700*  A-STATUS carries the account's lifecycle state.  Only ACTIVE
000800*  accounts accept postings; FROZEN and CLOSED accounts decline
000900*  them.  A-OPEN-BALANCE is only honoured for an account with no
001000*  prior history on the transaction ledger.
001001*
001002*  DORMANT is set only by BANKDORM, on an account with no
001003*  customer-initiated activity for the DORM-DAYS period.  The
001004*  posting run declines its items for referral to the branch,
001005*  except the ESCHEAT debit that remits an unclaimed balance to
001006*  the state and the TD-PRINCIPAL and TD-INTEREST credits that
001007*  pay out a term deposit, which post.  BANKACCT STATUS ACTIVE
001008*  reactivates it once the owner has been in touch.
001010*
001020*  A-CUSTOMER-ID links the account to its owning client on the
001030*  customer master (data/customers.csv, layout in CUSTREC).  All
001600     05  FILLER                 PIC X       VALUE ",".
001700     05  A-OPEN-BALANCE         PIC 9(7)V99.
001800     05  FILLER                 PIC X       VALUE ",".
001900     05  A-STATUS               PIC X(7).
002000         88  A-STATUS-ACTIVE                VALUE "ACTIVE".
002100         88  A-STATUS-FROZEN                VALUE "FROZEN".
002200         88  A-STATUS-CLOSED                VALUE "CLOSED".
002210         88  A-STATUS-DORMANT               VALUE "DORMANT".
002300     05  FILLER                 PIC X       VALUE ",".
002400     05  A-CUSTOMER-ID          PIC X(8).
002500     05  FILLER                 PIC X       VALUE ",".
