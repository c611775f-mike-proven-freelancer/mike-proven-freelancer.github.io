000100******************************************************************
000200*  TDMREC.CPY
000300*  Layouts for the term deposit product, shared by BANKTDEP
000400*  (deposit maintenance and the daily maturity run), BANKMAIN
000500*  (funding and posting), BANKEDIT (counterparty check), BANKREL
000600*  (relationship statement) so all of them agree on field widths
000700*  without having to stay in sync by hand.
000800*
000900*  TDM-CSV-RECORD is one line of data/term_deposits.csv - the
001000*  term deposit master, one line per deposit ever opened, keyed
001100*  by TM-DEPOSIT-ID.  The deposit id is a counterparty like an
001200*  account id: a TRANSFER out of the linked demand account
001300*  (TM-ACCOUNT-ID) to the deposit id is what funds it.
001400*  TM-RATE is the fixed annual rate as a fraction (04500 = 4.5
001500*  per cent); interest is simple, on actual days over 365.
001600*  TM-TERM-MONTHS is the term each start date runs for.
001700*
001800*  TM-INSTRUCTION says what happens at maturity:
001900*    ROLLOVER - the interest is paid to the linked account and
002000*               the principal starts a new term of the same
002100*               length from the maturity date.
002200*    PAYOUT   - principal and interest are paid to the linked
002300*               account and the deposit is finished.
002400*
002500*  TM-STATUS runs AWAITING -> ACTIVE -> MATURED or BROKEN:
002600*    AWAITING  - opened, waiting for its funding TRANSFER.  The
002700*                principal and dates are blank until it arrives.
002800*    ACTIVE    - funded and earning; TM-START-DATE and
002900*                TM-MATURITY-DATE bound the current term.
003000*    MATURED   - paid out at maturity.
003100*    BROKEN    - withdrawn early, less the TD-PENALTY.
003200*    CANCELLED - closed before it was ever funded.
003300*  TM-CLOSE-DATE is blank until the deposit is finished.
003400*  TM-INTEREST-PAID is the interest paid over the deposit's life.
003410*  TM-FUNDING-TXN-ID is the ledger txn id of the funding
003420*  TRANSFER, zero until the deposit is funded.
003500*
003600*  TDQ-CSV-RECORD is one line of data/td_postings.csv - the queue
003700*  of principal and interest credits BANKTDEP raises for the next
003800*  posting run.  BANKMAIN expands it into the day's pending items
003900*  and empties it after a clean run.
004000*
004100*  TDF-CSV-RECORD is one line of data/td_fundings.csv - a funding
004200*  TRANSFER BANKMAIN posted to an AWAITING deposit.  The next
004300*  BANKTDEP run activates the deposit from it and empties the
004400*  file.
004500******************************************************************
004600 01  TDM-CSV-RECORD.
004700     05  TM-DEPOSIT-ID          PIC X(10).
004800     05  FILLER                 PIC X       VALUE ",".
004900     05  TM-ACCOUNT-ID          PIC X(10).
005000     05  FILLER                 PIC X       VALUE ",".
005100     05  TM-PRINCIPAL           PIC 9(7)V99.
005200     05  FILLER                 PIC X       VALUE ",".
005300     05  TM-RATE                PIC V9(5).
005400     05  FILLER                 PIC X       VALUE ",".
005500     05  TM-TERM-MONTHS         PIC 9(3).
005600     05  FILLER                 PIC X       VALUE ",".
005700     05  TM-INSTRUCTION         PIC X(8).
005800         88  TM-INSTR-ROLLOVER              VALUE "ROLLOVER".
005900         88  TM-INSTR-PAYOUT                VALUE "PAYOUT".
006000         88  TM-INSTR-VALID                 VALUE "ROLLOVER"
006100                                                  "PAYOUT".
006200     05  FILLER                 PIC X       VALUE ",".
006300     05  TM-STATUS              PIC X(9).
006400         88  TM-STATUS-AWAITING             VALUE "AWAITING".
006500         88  TM-STATUS-ACTIVE               VALUE "ACTIVE".
006600         88  TM-STATUS-MATURED              VALUE "MATURED".
006700         88  TM-STATUS-BROKEN               VALUE "BROKEN".
006800         88  TM-STATUS-CANCELLED            VALUE "CANCELLED".
006900     05  FILLER                 PIC X       VALUE ",".
007000     05  TM-OPEN-DATE           PIC X(10).
007100     05  FILLER                 PIC X       VALUE ",".
007200     05  TM-START-DATE          PIC X(10).
007300     05  FILLER                 PIC X       VALUE ",".
007400     05  TM-MATURITY-DATE       PIC X(10).
007500     05  FILLER                 PIC X       VALUE ",".
007600     05  TM-CLOSE-DATE          PIC X(10).
007700     05  FILLER                 PIC X       VALUE ",".
007800     05  TM-INTEREST-PAID       PIC 9(7)V99.
007810     05  FILLER                 PIC X       VALUE ",".
007820     05  TM-FUNDING-TXN-ID      PIC 9(4).
007900
008000 01  TDQ-CSV-RECORD.
008100     05  TQ-ACCOUNT-ID          PIC X(10).
008200     05  FILLER                 PIC X       VALUE ",".
008300     05  TQ-TXN-TYPE            PIC X(12).
008400     05  FILLER                 PIC X       VALUE ",".
008500     05  TQ-AMOUNT              PIC 9(7)V99.
008600     05  FILLER                 PIC X       VALUE ",".
008700     05  TQ-MERCHANT            PIC X(24).
008800     05  FILLER                 PIC X       VALUE ",".
008900     05  TQ-CATEGORY            PIC X(16).
009000     05  FILLER                 PIC X       VALUE ",".
009100     05  TQ-QUEUED-DATE         PIC X(10).
009200     05  FILLER                 PIC X       VALUE ",".
009300     05  TQ-DEPOSIT-ID          PIC X(10).
009400
009500 01  TDF-CSV-RECORD.
009600     05  TF-DEPOSIT-ID          PIC X(10).
009700     05  FILLER                 PIC X       VALUE ",".
009800     05  TF-ACCOUNT-ID          PIC X(10).
009900     05  FILLER                 PIC X       VALUE ",".
010000     05  TF-AMOUNT              PIC 9(7)V99.
010100     05  FILLER                 PIC X       VALUE ",".
010200     05  TF-TXN-ID              PIC 9(4).
010300     05  FILLER                 PIC X       VALUE ",".
010400     05  TF-DATE                PIC X(10).
