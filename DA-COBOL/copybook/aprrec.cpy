000100******************************************************************
000200*  APRREC.CPY
000300*  Layout of one line of data/approval_queue.csv - the maker-
000400*  checker approvals queue - and of data/approval_history.csv,
000450*  where BANKAPPR moves each item once it is decided.  Shared
000500*  by BANKEDIT and BANKACCT (which hold items on it), BANKAPPR
000600*  (which records each decision) and BANKOPS (which lists what
000700*  is still open at cutover) so all four agree on field widths
000800*  without having to stay in sync by hand.
000900*
001000*  One row per held item:
001100*    AQ-ITEM-ID     - the key the checker quotes.  A batch item
001200*                     is "E" + the batch id + its detail row
001300*                     number in the batch; a maintenance action
001400*                     is "M" + the business date (YYYYMMDD) +
001500*                     its line number on acct_maint.csv.  So a
001600*                     rerun of the edit or the maintenance
001700*                     finds the item already held, or already
001750*                     decided on the history, and does not
001800*                     hold it twice.
001900*    AQ-ORIGIN      - BATCH (a pending_transactions.csv row
002000*                     over the APPR-LIMIT parameter, or any
002050*                     REVERSAL, held by BANKEDIT) or MAINT (a
002100*                     STATUS action, and any overdraft limit
002200*                     keyed with it, or an ADD opening an
002250*                     account with an overdraft limit or a
002270*                     status other than ACTIVE, held by
002300*                     BANKACCT).
002400*    AQ-STATUS      - PENDING until a checker decides it, then
002500*                     APPROVED or REJECTED.  A decided row
002600*                     leaves the queue for the history at the
002700*                     end of that BANKAPPR run.
002800*    AQ-MAKER-ID    - the operator who keyed the item.
002900*    AQ-CHECKER-ID  - the operator who decided it; never the
003000*                     maker.  Blank while PENDING.
003100*    AQ-DECIDED-DATE- business date of the decision.
003200*    AQ-ACCOUNT-ID,
003300*    AQ-SUMMARY,
003400*    AQ-AMOUNT      - what the checker is shown: the account,
003500*                     the txn type or maintenance action, and
003600*                     the amount (a batch item) or the new
003700*                     overdraft limit (a maintenance action
003800*                     carrying one; zero otherwise).
003900*    AQ-ITEM-DATA   - the held row exactly as keyed.  BANKAPPR
004000*                     releases an approved BATCH row onto
004100*                     data/approved_postings.csv for BANKMAIN
004200*                     and an approved MAINT row onto
004300*                     data/approved_maint.csv for BANKACCT.
004400******************************************************************
004500 01  APQ-CSV-RECORD.
004600     05  AQ-ITEM-ID             PIC X(13).
004700     05  FILLER                 PIC X       VALUE ",".
004800     05  AQ-ORIGIN              PIC X(5).
004900         88  AQ-ORIGIN-BATCH                VALUE "BATCH".
005000         88  AQ-ORIGIN-MAINT                VALUE "MAINT".
005100     05  FILLER                 PIC X       VALUE ",".
005200     05  AQ-STATUS              PIC X(8).
005300         88  AQ-STATUS-PENDING              VALUE "PENDING".
005400         88  AQ-STATUS-APPROVED             VALUE "APPROVED".
005500         88  AQ-STATUS-REJECTED             VALUE "REJECTED".
005600     05  FILLER                 PIC X       VALUE ",".
005700     05  AQ-QUEUED-DATE         PIC X(10).
005800     05  FILLER                 PIC X       VALUE ",".
005900     05  AQ-MAKER-ID            PIC X(8).
006000     05  FILLER                 PIC X       VALUE ",".
006100     05  AQ-CHECKER-ID          PIC X(8).
006200     05  FILLER                 PIC X       VALUE ",".
006300     05  AQ-DECIDED-DATE        PIC X(10).
006400     05  FILLER                 PIC X       VALUE ",".
006500     05  AQ-ACCOUNT-ID          PIC X(10).
006600     05  FILLER                 PIC X       VALUE ",".
006700     05  AQ-SUMMARY             PIC X(12).
006800     05  FILLER                 PIC X       VALUE ",".
006900     05  AQ-AMOUNT              PIC 9(7)V99.
007000     05  FILLER                 PIC X       VALUE ",".
007100     05  AQ-ITEM-DATA           PIC X(120).
