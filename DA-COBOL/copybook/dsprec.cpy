000100******************************************************************
000200*  DSPREC.CPY
000300*  Layouts for the purchase dispute subsystem, shared by
000400*  BANKDISP (case maintenance), BANKMAIN (posting) and BANKDAGE
000500*  (aging report) so all three agree on field widths without
000600*  having to stay in sync by hand.
000700*
000800*  DSP-CSV-RECORD is one line of data/disputes.csv - one case
000900*  per disputed PURCHASE, keyed by the ledger txn id of that
001000*  purchase (DS-TXN-ID = F-TXN-ID).  A purchase can be disputed
001100*  only once.  A resolved case moves to data/dispute_history.csv
001120*  (same layout) when BANKDISP rewrites the case file, so the
001140*  history of every dispute survives; a purchase can be
001160*  disputed only while it is on the live ledger or in the
001180*  archives of the three months before the business date's month.
001300*
001400*  DS-STATUS runs OPEN -> FAVOUR or AGAINST:
001500*    OPEN    - under investigation.  The provisional credit
001600*              (DISPUTE-CR) has been queued or posted and the
001700*              case must be resolved by DS-DUE-DATE.
001800*    FAVOUR  - resolved in the client's favour.  The
001900*              provisional credit stands as final; nothing
002000*              further posts.
002100*    AGAINST - resolved against the client.  The credit is
002200*              taken back by a DISPUTE-DR through the normal
002300*              posting run, NSF checks and representment
002400*              included.
002500*  DS-CLOSE-DATE is blank while the case is open.
002600*
002700*  DSPQ-CSV-RECORD is one line of data/dispute_postings.csv -
002800*  the queue of dispute credits and re-debits BANKDISP raises
002900*  for the next posting run.  BANKMAIN expands it into the day's
003000*  pending items and empties it after a clean run.  DQ-REF-TXN-ID
003100*  carries the disputed txn id onto F-REF-ID on the ledger.
003200******************************************************************
003300 01  DSP-CSV-RECORD.
003400     05  DS-TXN-ID              PIC 9(4).
003500     05  FILLER                 PIC X       VALUE ",".
003600     05  DS-ACCOUNT-ID          PIC X(10).
003700     05  FILLER                 PIC X       VALUE ",".
003800     05  DS-AMOUNT              PIC 9(7)V99.
003900     05  FILLER                 PIC X       VALUE ",".
004000     05  DS-MERCHANT            PIC X(24).
004100     05  FILLER                 PIC X       VALUE ",".
004200     05  DS-OPEN-DATE           PIC X(10).
004300     05  FILLER                 PIC X       VALUE ",".
004400     05  DS-DUE-DATE            PIC X(10).
004500     05  FILLER                 PIC X       VALUE ",".
004600     05  DS-STATUS              PIC X(7).
004700         88  DS-STATUS-OPEN                 VALUE "OPEN".
004800         88  DS-STATUS-FAVOUR               VALUE "FAVOUR".
004900         88  DS-STATUS-AGAINST              VALUE "AGAINST".
005000     05  FILLER                 PIC X       VALUE ",".
005100     05  DS-CLOSE-DATE          PIC X(10).
005200
005300 01  DSPQ-CSV-RECORD.
005400     05  DQ-ACCOUNT-ID          PIC X(10).
005500     05  FILLER                 PIC X       VALUE ",".
005600     05  DQ-TXN-TYPE            PIC X(12).
005700     05  FILLER                 PIC X       VALUE ",".
005800     05  DQ-AMOUNT              PIC 9(7)V99.
005900     05  FILLER                 PIC X       VALUE ",".
006000     05  DQ-MERCHANT            PIC X(24).
006100     05  FILLER                 PIC X       VALUE ",".
006200     05  DQ-CATEGORY            PIC X(16).
006300     05  FILLER                 PIC X       VALUE ",".
006400     05  DQ-REF-TXN-ID          PIC 9(4).
006500     05  FILLER                 PIC X       VALUE ",".
006600     05  DQ-QUEUED-DATE         PIC X(10).
