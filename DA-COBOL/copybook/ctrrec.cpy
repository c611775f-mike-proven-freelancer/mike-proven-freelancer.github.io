000100******************************************************************
000200*  CTRREC.CPY
000300*  Layout of one line on data/cash_reportable.csv - the day's
000400*  reportable cash transactions BANKCTR writes after the daily
000500*  batch for the compliance desk to file with the regulator.
000600*
000700*  Cash is a DEPOSIT or WITHDRAWAL keyed at the counter (source
000800*  "B", "R" when re-presented, or "Q" when it waited on the
000850*  approval queue before posting).  Transfers, standing orders
000900*  and the external credits BANKFEED brings in (category
001000*  "ExtCredit") are not cash.  Cash is totalled per customer
001100*  (A-CUSTOMER-ID) across all of the customer's accounts, cash
001200*  in and cash out separately; when either total for the day is
001300*  over the CTR-LIMIT product parameter, every item making it up
001400*  is written here, one line per item.
001500*
001600*    CT-CUSTOMER-ID   - the customer, blank for an account not
001700*                       linked to one (that account then stands
001800*                       alone and is named from the master).
001900*    CT-CUSTOMER-NAME .. CT-POSTCODE
002000*                     - the customer's name and mailing address
002100*                       from the customer master, as filed.
002200*    CT-DIRECTION     - "IN" for deposits, "OUT" for
002300*                       withdrawals.
002400*    CT-DAY-TOTAL     - the customer's cash total in that
002500*                       direction for the day, and
002600*    CT-ITEM-COUNT    - how many items made it up.
002700*    CT-TXN-ID .. CT-SOURCE
002800*                     - the ledger row of this one item.
002900******************************************************************
003000 01  CTR-CSV-RECORD.
003100     05  CT-BUS-DATE            PIC X(10).
003200     05  FILLER                 PIC X       VALUE ",".
003300     05  CT-CUSTOMER-ID         PIC X(8).
003400     05  FILLER                 PIC X       VALUE ",".
003500     05  CT-CUSTOMER-NAME       PIC X(30).
003600     05  FILLER                 PIC X       VALUE ",".
003700     05  CT-ADDR-LINE-1         PIC X(30).
003800     05  FILLER                 PIC X       VALUE ",".
003900     05  CT-CITY                PIC X(20).
004000     05  FILLER                 PIC X       VALUE ",".
004100     05  CT-POSTCODE            PIC X(10).
004200     05  FILLER                 PIC X       VALUE ",".
004300     05  CT-DIRECTION           PIC X(3).
004400         88  CT-CASH-IN                     VALUE "IN".
004500         88  CT-CASH-OUT                    VALUE "OUT".
004600     05  FILLER                 PIC X       VALUE ",".
004700     05  CT-DAY-TOTAL           PIC Z(9).99.
004800     05  FILLER                 PIC X       VALUE ",".
004900     05  CT-ITEM-COUNT          PIC 9(4).
005000     05  FILLER                 PIC X       VALUE ",".
005100     05  CT-TXN-ID              PIC 9(4).
005200     05  FILLER                 PIC X       VALUE ",".
005300     05  CT-ACCOUNT-ID          PIC X(10).
005400     05  FILLER                 PIC X       VALUE ",".
005500     05  CT-TXN-TYPE            PIC X(12).
005600     05  FILLER                 PIC X       VALUE ",".
005700     05  CT-AMOUNT              PIC Z(7).99.
005800     05  FILLER                 PIC X       VALUE ",".
005900     05  CT-SOURCE              PIC X.
