000100******************************************************************
000200*  DORMREC.CPY
000300*  Layouts for dormant-account handling, shared by BANKDORM
000400*  (dormancy detection), BANKESCH (unclaimed-property
000500*  escheatment) and BANKMAIN (posting) so all three agree on
000600*  field widths without having to stay in sync by hand.
000700*
000800*  DRM-CSV-RECORD is one line of data/dormancy.csv - the
000900*  dormancy register BANKDORM rewrites whole on every run, one
001000*  row per account on the master:
001100*    DR-AS-OF-DATE    - business date of the BANKDORM run that
001200*                       wrote the row.  BANKESCH works only
001300*                       from a register written the same day.
001400*    DR-LAST-ACTIVITY - date of the account's last customer-
001500*                       initiated posting, on the live ledger
001600*                       or any archive month.  INTEREST,
001700*                       OD-INTEREST, SERVICE-FEE, CARRY-FWD,
001800*                       ESCHEAT, TD-PRINCIPAL and TD-INTEREST
001850*                       rows are the bank's own and do not
001900*                       count.  Blank when there is none.
002000*    DR-CLOCK-DATE    - the date the inactivity period runs
002100*                       from: the later of the last activity
002200*                       and the last reactivation, or failing
002300*                       both the account's first ledger row.
002400*    DR-DAYS-INACTIVE - calendar days from DR-CLOCK-DATE to
002500*                       DR-AS-OF-DATE.
002600*    DR-DORMANT-DATE  - the day BANKDORM set the account
002700*                       DORMANT; blank while it is not.
002800*    DR-REACT-DATE    - the day BANKDORM first saw a dormant
002900*                       account set back to ACTIVE (BANKACCT
003000*                       STATUS, after the owner made contact).
003100*                       Restarts the inactivity clock.
003200*    DR-ESCHEAT-DATE  - the day the balance was escheated: the
003300*                       ESCHEAT posting date on the ledger, or
003310*                       while the debit still waits on the
003320*                       queue the day BANKESCH queued it.  A
003330*                       queued date the posting run has passed
003340*                       without posting it is cleared, so the
003350*                       account is queued again.  Blank until
003360*                       then.  An account is escheated once.
003500*    DR-BALANCE       - the ledger balance as at DR-AS-OF-DATE.
003600*
003700*  ESCQ-CSV-RECORD is one line of data/escheat_postings.csv -
003800*  the queue of ESCHEAT debits BANKESCH raises for the next
003900*  posting run.  BANKMAIN expands it into the day's pending
004000*  items, posts each against its DORMANT account, and empties
004100*  it after a clean run.  The ESCHEAT debit and the term-deposit
004110*  credits are the only postings a DORMANT account accepts.
004200******************************************************************
004300 01  DRM-CSV-RECORD.
004400     05  DR-ACCOUNT-ID          PIC X(10).
004500     05  FILLER                 PIC X       VALUE ",".
004600     05  DR-AS-OF-DATE          PIC X(10).
004700     05  FILLER                 PIC X       VALUE ",".
004800     05  DR-LAST-ACTIVITY       PIC X(10).
004900     05  FILLER                 PIC X       VALUE ",".
005000     05  DR-CLOCK-DATE          PIC X(10).
005100     05  FILLER                 PIC X       VALUE ",".
005200     05  DR-DAYS-INACTIVE       PIC 9(5).
005300     05  FILLER                 PIC X       VALUE ",".
005400     05  DR-DORMANT-DATE        PIC X(10).
005500     05  FILLER                 PIC X       VALUE ",".
005600     05  DR-REACT-DATE          PIC X(10).
005700     05  FILLER                 PIC X       VALUE ",".
005800     05  DR-ESCHEAT-DATE        PIC X(10).
005900     05  FILLER                 PIC X       VALUE ",".
006000     05  DR-BALANCE             PIC -Z(7).99.
006100
006200 01  ESCQ-CSV-RECORD.
006300     05  EQ-ACCOUNT-ID          PIC X(10).
006400     05  FILLER                 PIC X       VALUE ",".
006500     05  EQ-TXN-TYPE            PIC X(12).
006600     05  FILLER                 PIC X       VALUE ",".
006700     05  EQ-AMOUNT              PIC 9(7)V99.
006800     05  FILLER                 PIC X       VALUE ",".
006900     05  EQ-MERCHANT            PIC X(24).
007000     05  FILLER                 PIC X       VALUE ",".
007100     05  EQ-CATEGORY            PIC X(16).
007200     05  FILLER                 PIC X       VALUE ",".
007300     05  EQ-QUEUED-DATE         PIC X(10).
