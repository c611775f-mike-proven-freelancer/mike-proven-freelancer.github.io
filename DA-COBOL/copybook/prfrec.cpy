000100******************************************************************
000200*  PRFREC.CPY
000300*  Layout of one line on data/profitability_YYYY-MM.csv - the
000400*  monthly customer profitability extract BANKPROF writes for
000500*  the MIS spreadsheet, one line per customer in rank order
000600*  (year-to-date net contribution, highest first).
000700*
000800*  A customer is every account linked to one A-CUSTOMER-ID.
000900*  An account not linked to a customer, or found on the ledger
001000*  but no longer on the master, stands alone: PF-CUSTOMER-ID is
001100*  then blank and PF-ACCOUNT-ID names the account.
001200*
001300*    PF-INT-PAID      - interest paid to the customer
001400*                       (INTEREST and TD-INTEREST),
001500*    PF-FEES          - service fees charged (SERVICE-FEE),
001600*    PF-OD-INTEREST   - overdraft interest charged
001700*                       (OD-INTEREST), each net of any REVERSAL
001800*                       that backed one out, in the month the
001900*                       reversal posted.
002000*    PF-NET           - net contribution: fees plus overdraft
002100*                       interest less interest paid.
002200*    PF-NSF-DECLINES  - DECLINE events on data/nsf_history.csv
002300*    PF-FINAL-RETURNS - RETURN events on data/nsf_history.csv
002400*    PF-DEPOSITS .. PF-OTHER-TXNS
002500*                     - ledger rows posted, by type (carry-
002600*                       forward rows are not postings).
002700*    PF-SRC-BATCH .. PF-SRC-REPRESENT
002800*                     - the same rows by F-SOURCE "B", "S", "R"
002850*                       (queued items, source "Q", count as "B").
002900*    PF-ME-BALANCE    - balance across the customer's accounts
003000*                       at the end of the month.
003100*  PF-PRIOR- fields are the month before, PF-MOM-CHANGE the net
003200*  contribution against it.  PF-YTD- fields run January through
003300*  the report month; PF-AVG-BALANCE is the average of those
003400*  month-end balances, and PF-PY-YTD-NET / PF-YTD-CHANGE set
003500*  the year-to-date net against the same months a year before.
003600******************************************************************
003700 01  PRF-CSV-RECORD.
003800     05  PF-REPORT-MONTH        PIC X(7).
003900     05  FILLER                 PIC X       VALUE ",".
004000     05  PF-RANK                PIC 9(6).
004100     05  FILLER                 PIC X       VALUE ",".
004200     05  PF-CUSTOMER-ID         PIC X(8).
004300     05  FILLER                 PIC X       VALUE ",".
004400     05  PF-ACCOUNT-ID          PIC X(10).
004500     05  FILLER                 PIC X       VALUE ",".
004600     05  PF-CUSTOMER-NAME       PIC X(30).
004700     05  FILLER                 PIC X       VALUE ",".
004800     05  PF-ACCOUNTS            PIC 9(3).
004900     05  FILLER                 PIC X       VALUE ",".
005000     05  PF-INT-PAID            PIC -Z(9).99.
005100     05  FILLER                 PIC X       VALUE ",".
005200     05  PF-FEES                PIC -Z(9).99.
005300     05  FILLER                 PIC X       VALUE ",".
005400     05  PF-OD-INTEREST         PIC -Z(9).99.
005500     05  FILLER                 PIC X       VALUE ",".
005600     05  PF-NET                 PIC -Z(9).99.
005700     05  FILLER                 PIC X       VALUE ",".
005800     05  PF-NSF-DECLINES        PIC 9(5).
005900     05  FILLER                 PIC X       VALUE ",".
006000     05  PF-FINAL-RETURNS       PIC 9(5).
006100     05  FILLER                 PIC X       VALUE ",".
006200     05  PF-DEPOSITS            PIC 9(5).
006300     05  FILLER                 PIC X       VALUE ",".
006400     05  PF-WITHDRAWALS         PIC 9(5).
006500     05  FILLER                 PIC X       VALUE ",".
006600     05  PF-PURCHASES           PIC 9(5).
006700     05  FILLER                 PIC X       VALUE ",".
006800     05  PF-TRANSFERS           PIC 9(5).
006900     05  FILLER                 PIC X       VALUE ",".
007000     05  PF-REVERSALS           PIC 9(5).
007100     05  FILLER                 PIC X       VALUE ",".
007200     05  PF-OTHER-TXNS          PIC 9(5).
007300     05  FILLER                 PIC X       VALUE ",".
007400     05  PF-SRC-BATCH           PIC 9(5).
007500     05  FILLER                 PIC X       VALUE ",".
007600     05  PF-SRC-STANDING        PIC 9(5).
007700     05  FILLER                 PIC X       VALUE ",".
007800     05  PF-SRC-REPRESENT       PIC 9(5).
007900     05  FILLER                 PIC X       VALUE ",".
008000     05  PF-ME-BALANCE          PIC -Z(9).99.
008100     05  FILLER                 PIC X       VALUE ",".
008200     05  PF-PRIOR-NET           PIC -Z(9).99.
008300     05  FILLER                 PIC X       VALUE ",".
008400     05  PF-PRIOR-ME-BALANCE    PIC -Z(9).99.
008500     05  FILLER                 PIC X       VALUE ",".
008600     05  PF-MOM-CHANGE          PIC -Z(9).99.
008700     05  FILLER                 PIC X       VALUE ",".
008800     05  PF-YTD-INT-PAID        PIC -Z(9).99.
008900     05  FILLER                 PIC X       VALUE ",".
009000     05  PF-YTD-FEES            PIC -Z(9).99.
009100     05  FILLER                 PIC X       VALUE ",".
009200     05  PF-YTD-OD-INTEREST     PIC -Z(9).99.
009300     05  FILLER                 PIC X       VALUE ",".
009400     05  PF-YTD-NET             PIC -Z(9).99.
009500     05  FILLER                 PIC X       VALUE ",".
009600     05  PF-YTD-NSF-DECLINES    PIC 9(6).
009700     05  FILLER                 PIC X       VALUE ",".
009800     05  PF-YTD-FINAL-RETURNS   PIC 9(6).
009900     05  FILLER                 PIC X       VALUE ",".
010000     05  PF-YTD-DEPOSITS        PIC 9(6).
010100     05  FILLER                 PIC X       VALUE ",".
010200     05  PF-YTD-WITHDRAWALS     PIC 9(6).
010300     05  FILLER                 PIC X       VALUE ",".
010400     05  PF-YTD-PURCHASES       PIC 9(6).
010500     05  FILLER                 PIC X       VALUE ",".
010600     05  PF-YTD-TRANSFERS       PIC 9(6).
010700     05  FILLER                 PIC X       VALUE ",".
010800     05  PF-YTD-REVERSALS       PIC 9(6).
010900     05  FILLER                 PIC X       VALUE ",".
011000     05  PF-YTD-OTHER-TXNS      PIC 9(6).
011100     05  FILLER                 PIC X       VALUE ",".
011200     05  PF-YTD-SRC-BATCH       PIC 9(6).
011300     05  FILLER                 PIC X       VALUE ",".
011400     05  PF-YTD-SRC-STANDING    PIC 9(6).
011500     05  FILLER                 PIC X       VALUE ",".
011600     05  PF-YTD-SRC-REPRESENT   PIC 9(6).
011700     05  FILLER                 PIC X       VALUE ",".
011800     05  PF-AVG-BALANCE         PIC -Z(9).99.
011900     05  FILLER                 PIC X       VALUE ",".
012000     05  PF-PY-YTD-NET          PIC -Z(9).99.
012100     05  FILLER                 PIC X       VALUE ",".
012200     05  PF-YTD-CHANGE          PIC -Z(9).99.
