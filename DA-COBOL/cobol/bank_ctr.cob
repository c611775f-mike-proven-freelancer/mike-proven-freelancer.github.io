000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKCTR.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  LARGE CASH TRANSACTION
001200*                    REPORTING, RUN AFTER THE DAILY BATCH: THE
001300*                    DAY'S POSTED CASH DEPOSITS AND WITHDRAWALS
001400*                    ARE TOTALLED PER CUSTOMER ACROSS ALL OF THE
001500*                    CUSTOMER'S ACCOUNTS, CASH IN AND CASH OUT
001600*                    SEPARATELY.  A TOTAL OVER THE CTR-LIMIT
001700*                    PRODUCT PARAMETER PUTS EVERY ITEM MAKING IT
001800*                    UP ON THE REPORTABLE-TRANSACTIONS FILE
001900*                    (DATA/CASH_REPORTABLE.CSV, LAYOUT IN
002000*                    CTRREC) FOR REGULATORY FILING.  A SAME-DAY
002100*                    TOTAL IN THE WATCH BAND JUST UNDER THE
002200*                    THRESHOLD (CTR-WATCH), OR A ROLLING TOTAL
002300*                    OVER THE LAST CTR-DAYS DAYS THAT REACHES
002400*                    THE BAND WITHOUT ANY ONE DAY BEING
002500*                    REPORTABLE, PUTS THE CUSTOMER ON THE
002600*                    STRUCTURING WATCH LIST ON
002700*                    DATA/CASH_COMPLIANCE.RPT.  TRANSFERS,
002800*                    STANDING ORDERS AND BANKFEED EXTERNAL
002900*                    CREDITS ARE NOT CASH.
002925*  2026-10-15  DA    EACH CASH ITEM'S ACCOUNT IS READ BY KEY
002950*                    FROM THE INDEXED ACCOUNTS MASTER INSTEAD OF
002975*                    A 200-ACCOUNT TABLE LOADED FROM ACCOUNTS.CSV.
002987*  2026-10-15  DA    THE REPORT FILE CLOSE IS NOW CHECKED.
002989*  2026-10-15  DA    EVERY MONTHLY ARCHIVE FROM THE MONTH THE
002991*                    ROLLING WINDOW STARTS IN TO THE BUSINESS
002993*                    DATE'S MONTH IS READ, SO A WINDOW REACHING
002995*                    BACK TWO MONTHS IS NO LONGER CUT SHORT.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003500         ORGANIZATION IS INDEXED
003533         ACCESS MODE IS RANDOM
003567         RECORD KEY IS AX-ACCOUNT-ID
003600         FILE STATUS IS WS-ACCT-FILE-STATUS.
003700
003800     SELECT CUSTOMER-FILE ASSIGN TO "data/customers.csv"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CUST-FILE-STATUS.
004100
004200     SELECT ARCH-FILE ASSIGN USING WS-ARCH-FILENAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ARCH-FILE-STATUS.
004500
004600     SELECT TXN-FILE ASSIGN TO "data/transactions.csv"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-TXN-FILE-STATUS.
004900
005000     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PARM-FILE-STATUS.
005300
005400     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-BDATE-FILE-STATUS.
005700
005800     SELECT CTR-FILE ASSIGN TO "data/cash_reportable.csv"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTR-FILE-STATUS.
006100
006200     SELECT REPORT-FILE ASSIGN TO "data/cash_compliance.rpt"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-FILE-STATUS.
006500
006600     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007110*****************************************************************
007120*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
007130*  (ACCTIDX), OPEN FOR THE WHOLE RUN SO EACH CASH ITEM'S OWNING
007140*  CUSTOMER AND CLIENT NAME ARE READ BY KEY.
007150*****************************************************************
007200 FD  ACCOUNT-IDX-FILE.
007300     COPY acctidx.
007400
007500 FD  CUSTOMER-FILE.
007600 01  CUSTOMER-RECORD            PIC X(200).
007700
007800*****************************************************************
007900*  ARCH-FILE - ONE MONTHLY ARCHIVE FILE AT A TIME, NAMED AT RUN
008000*  TIME IN WS-ARCH-FILENAME, EXACTLY AS BANKARCH WROTE IT.  A
008100*  MONTH WITH NO ARCHIVE FILE IS SIMPLY SKIPPED.
008200*****************************************************************
008300 FD  ARCH-FILE.
008400 01  ARCH-RECORD                PIC X(400).
008500
008600 FD  TXN-FILE.
008700 01  TXN-RECORD                 PIC X(400).
008800
008900 FD  PARAM-FILE.
009000 01  PARAM-RECORD               PIC X(60).
009100
009200 FD  BUS-DATE-FILE.
009300 01  BUS-DATE-RECORD            PIC X(30).
009400
009500*****************************************************************
009600*  CTR-FILE - THE DAY'S REPORTABLE CASH ITEMS FOR REGULATORY
009700*  FILING (CTR-CSV-RECORD IN CTRREC), REWRITTEN EACH RUN.
009800*****************************************************************
009900 FD  CTR-FILE.
010000 01  CTR-RECORD                 PIC X(200).
010100
010200 FD  REPORT-FILE.
010300 01  REPORT-RECORD              PIC X(100).
010400
010500 FD  RUN-LOG-FILE.
010600 01  RUN-LOG-RECORD             PIC X(130).
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-ACCT-FILE-STATUS        PIC XX.
011000 01  WS-CUST-FILE-STATUS        PIC XX.
011100 01  WS-ARCH-FILE-STATUS        PIC XX.
011200 01  WS-TXN-FILE-STATUS         PIC XX.
011300 01  WS-PARM-FILE-STATUS        PIC XX.
011400 01  WS-BDATE-FILE-STATUS       PIC XX.
011500 01  WS-CTR-FILE-STATUS         PIC XX.
011600 01  WS-RPT-FILE-STATUS         PIC XX.
011700 01  WS-RUNLOG-FILE-STATUS      PIC XX.
011800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
011900
012000*****************************************************************
012100*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
012200*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
012300*  THE RUN LOG.
012400*****************************************************************
012500 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
012600 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
012700 01  WS-SYSTEM-DATE-RL.
012800     05  SYSRL-YYYY             PIC 9(4).
012900     05  SYSRL-MM               PIC 9(2).
013000     05  SYSRL-DD               PIC 9(2).
013100 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
013200 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
013300
013400 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
013500     88  WS-ACCT-FOUND                      VALUE "Y".
013600 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
013700     88  WS-CUST-EOF                        VALUE "Y".
013800 01  WS-ARCH-EOF-SW             PIC X       VALUE "N".
013900     88  WS-ARCH-EOF                        VALUE "Y".
014000 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
014100     88  WS-TXN-EOF                         VALUE "Y".
014200 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
014300     88  WS-PARM-EOF                        VALUE "Y".
014400
014500     COPY acctrec.
014600
014700     COPY custrec.
014800
014900     COPY txnrec.
015000
015100     COPY ctrrec.
015200
015300     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
015400
015500     COPY busdate.
015600
015700 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
015800
015900*****************************************************************
016000*  CASH REPORTING PARAMETERS IN FORCE ON THE BUSINESS DATE,
016100*  EACH WITH THE EFFECTIVE DATE OF THE ROW IT CAME FROM.
016200*****************************************************************
016300 01  WS-CTR-LIMIT               PIC 9(7)V99 VALUE 0.
016400 01  WS-CTR-LIMIT-EFF-DATE      PIC X(10)   VALUE SPACES.
016500 01  WS-CTR-WATCH               PIC 9(7)V99 VALUE 0.
016600 01  WS-CTR-WATCH-EFF-DATE      PIC X(10)   VALUE SPACES.
016700 01  WS-CTR-DAYS                PIC 9(5)    VALUE 0.
016800 01  WS-CTR-DAYS-EFF-DATE       PIC X(10)   VALUE SPACES.
016900
017000*****************************************************************
017100*  ARCHIVE MONTHS - BANKARCH NAMES EACH ARCHIVE FOR THE MONTH IT
017200*  CLOSED.  EVERY MONTH FROM THE ONE THE ROLLING WINDOW STARTS
017300*  IN UP TO THE BUSINESS DATE'S OWN MONTH IS READ (A 31-DAY
017400*  WINDOW ENDING EARLY IN MARCH STARTS IN JANUARY); THE RUN
017500*  MONTH'S OWN ARCHIVE IS THERE ONLY FOR A RUN REPEATED AFTER
017550*  ITS MONTH HAS BEEN CLOSED.  WS-MONTH-START-DAYS IS THE DAY
017575*  NUMBER OF THE FIRST OF WS-WALK-MONTH.
017600*****************************************************************
017700 01  WS-ARCH-FILENAME           PIC X(40)   VALUE SPACES.
017800 01  WS-WALK-MONTH.
017900     05  WKM-YYYY               PIC 9(4).
018000     05  FILLER                 PIC X       VALUE "-".
018100     05  WKM-MM                 PIC 9(2).
018200 01  WS-ARCH-FILES-READ         PIC 9(4)    VALUE 0.
018250 01  WS-MONTH-START-DAYS        PIC 9(7)    VALUE 0.
018300
018400*****************************************************************
018500*  DAY-NUMBER WORK FIELDS - 7000-SET-DAY-NUMBER TURNS A
018600*  YYYY-MM-DD DATE INTO A DAY COUNT SO THE ROLLING WINDOW CAN
018700*  BE MEASURED IN CALENDAR DAYS.  A CALLER MOVES THE DATE TO
018800*  WS-DN-DATE AND TAKES THE ANSWER FROM WS-DN-DAYS.
018900*****************************************************************
019000 01  WS-DN-DATE                 PIC X(10)   VALUE SPACES.
019100 01  WS-DN-YYYY                 PIC 9(4)    VALUE 0.
019200 01  WS-DN-MM                   PIC 9(2)    VALUE 0.
019300 01  WS-DN-DD                   PIC 9(2)    VALUE 0.
019400 01  WS-DN-QUOT                 PIC 9(7)    VALUE 0.
019500 01  WS-DN-DAYS                 PIC 9(7)    VALUE 0.
019600 01  WS-TODAY-DAYS              PIC 9(7)    VALUE 0.
019700 01  WS-WINDOW-START-DAYS       PIC 9(7)    VALUE 0.
019800 01  WS-DAY-SUB                 PIC 9(4)    VALUE 0.
019900
021300*****************************************************************
021400*  CUSTOMER TABLE - NAME AND MAILING ADDRESS OF EVERY CUSTOMER
021500*  ON THE MASTER, FOR THE FILING.
021600*****************************************************************
021700 01  WS-CUST-TABLE.
021800     05  WS-CUST-ENTRY OCCURS 200 TIMES
021900                       INDEXED BY CUS-IDX.
022000         10  CUS-CUSTOMER-ID    PIC X(8).
022100         10  CUS-CUSTOMER-NAME  PIC X(30).
022200         10  CUS-ADDR-LINE-1    PIC X(30).
022300         10  CUS-CITY           PIC X(20).
022400         10  CUS-POSTCODE       PIC X(10).
022500 01  WS-CUST-COUNT              PIC 9(4)    VALUE 0.
022600 01  WS-CUST-MATCH-IDX          PIC 9(4)    VALUE 0.
022700
022800*****************************************************************
022900*  CASH TABLE - ONE ENTRY PER CUSTOMER WITH CASH IN THE WINDOW,
023000*  KEYED BY CUSTOMER ID.  AN ACCOUNT NOT LINKED TO A CUSTOMER
023100*  (OR NOT ON THE MASTER) STANDS ALONE UNDER ITS ACCOUNT ID.
023200*  CSH-DAY HOLDS THE CASH IN AND CASH OUT TOTALS FOR EACH DAY
023300*  OF THE ROLLING WINDOW, OLDEST FIRST, SO THE BUSINESS DATE IS
023400*  ENTRY WS-CTR-DAYS.
023500*****************************************************************
023600 01  WS-CASH-TABLE.
023700     05  WS-CASH-ENTRY OCCURS 200 TIMES
023800                       INDEXED BY CSH-IDX.
023900         10  CSH-KEY            PIC X(10).
024000         10  CSH-LINKED-SW      PIC X.
024100             88  CSH-LINKED                 VALUE "Y".
024200         10  CSH-CUST-IDX       PIC 9(4).
024300         10  CSH-NAME           PIC X(30).
024400         10  CSH-TODAY-IN-COUNT PIC 9(4).
024500         10  CSH-TODAY-OUT-COUNT PIC 9(4).
024600         10  CSH-DAY OCCURS 31 TIMES
024700                     INDEXED BY DAY-IDX.
024800             15  CSH-DAY-IN     PIC 9(9)V99.
024900             15  CSH-DAY-OUT    PIC 9(9)V99.
025000 01  WS-CASH-COUNT              PIC 9(4)    VALUE 0.
025100 01  WS-CASH-MATCH-IDX          PIC 9(4)    VALUE 0.
025200 01  WS-LOOKUP-KEY              PIC X(10)   VALUE SPACES.
025300 01  WS-LOOKUP-LINKED-SW        PIC X       VALUE "N".
025400
025500*****************************************************************
025600*  ITEM TABLE - EVERY CASH ITEM POSTED ON THE BUSINESS DATE,
025700*  WITH THE CASH-TABLE ENTRY IT COUNTS TOWARD, SO A REPORTABLE
025800*  TOTAL CAN BE FILED ITEM BY ITEM.
025900*****************************************************************
026000 01  WS-ITEM-TABLE.
026100     05  WS-ITEM-ENTRY OCCURS 1000 TIMES
026200                       INDEXED BY ITM-IDX.
026300         10  ITM-CASH-IDX       PIC 9(4).
026400         10  ITM-DIRECTION      PIC X(3).
026500         10  ITM-TXN-ID         PIC 9(4).
026600         10  ITM-ACCOUNT-ID     PIC X(10).
026700         10  ITM-TXN-TYPE       PIC X(12).
026800         10  ITM-AMOUNT         PIC 9(7)V99.
026900         10  ITM-SOURCE         PIC X.
027000 01  WS-ITEM-COUNT              PIC 9(4)    VALUE 0.
027100
027200*****************************************************************
027300*  ASSESSMENT WORK FIELDS - ONE CUSTOMER, ONE DIRECTION AT A
027400*  TIME.  WS-DIRECTION IS "IN" OR "OUT".
027500*****************************************************************
027600 01  WS-DIRECTION               PIC X(3)    VALUE SPACES.
027700 01  WS-AMOUNT-NUM              PIC 9(7)V99 VALUE 0.
027800 01  WS-DAY-AMOUNT              PIC 9(9)V99 VALUE 0.
027900 01  WS-TODAY-TOTAL             PIC 9(9)V99 VALUE 0.
028000 01  WS-TODAY-ITEMS             PIC 9(4)    VALUE 0.
028100 01  WS-WINDOW-TOTAL            PIC 9(9)V99 VALUE 0.
028200 01  WS-WINDOW-MAX              PIC 9(9)V99 VALUE 0.
028300 01  WS-ACTIVE-DAYS             PIC 9(4)    VALUE 0.
028400 01  WS-WATCH-BASIS             PIC X(8)    VALUE SPACES.
028500 01  WS-WATCH-AMOUNT            PIC 9(9)V99 VALUE 0.
028600 01  WS-WATCH-DAYS              PIC 9(4)    VALUE 0.
028700
028800 01  WS-ROWS-READ               PIC 9(7)    VALUE 0.
028900 01  WS-CASH-ITEMS              PIC 9(6)    VALUE 0.
029000 01  WS-EXCLUDED-ITEMS          PIC 9(6)    VALUE 0.
029100 01  WS-CASH-CUSTOMERS          PIC 9(4)    VALUE 0.
029200 01  WS-REPORTABLE-COUNT        PIC 9(4)    VALUE 0.
029300 01  WS-REPORTABLE-ITEMS        PIC 9(6)    VALUE 0.
029400 01  WS-WATCH-COUNT             PIC 9(4)    VALUE 0.
029500 01  WS-UNLINKED-COUNT          PIC 9(4)    VALUE 0.
029600
029700*****************************************************************
029800*  REPORT BUILD FIELDS
029900*****************************************************************
030000 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
030100 01  WS-R-COUNT                 PIC Z(5)9.
030200 01  WS-R-ITEMS                 PIC Z(4)9.
030300 01  WS-R-DAYS                  PIC Z(3)9.
030400 01  WS-R-AMOUNT                PIC Z(9).99.
030500 01  WS-R-LIMIT                 PIC Z(7).99.
030600
030700 PROCEDURE DIVISION.
030800*****************************************************************
030900*  0000-MAINLINE
031000*****************************************************************
031100 0000-MAINLINE.
031200     PERFORM 1000-INITIALIZE
031300     PERFORM 2000-READ-ARCHIVES
031400     PERFORM 2500-SCAN-LEDGER
031500     PERFORM 3000-REPORTABLE-CASH
031600     PERFORM 4000-WATCH-LIST
031700     PERFORM 9000-TERMINATE
031800     STOP RUN.
031900
032000*****************************************************************
032100*  1000-INITIALIZE - LOG THE START, TAKE THE DAY BEING
032200*  REPORTED AND THE PARAMETERS IN FORCE ON IT, SET THE ROLLING
032300*  WINDOW, OPEN THE ACCOUNTS MASTER, LOAD THE CUSTOMER MASTER
032400*  AND OPEN THE FILING FILE AND THE REPORT.
032500*****************************************************************
032600 1000-INITIALIZE.
032700     PERFORM 1060-STAMP-RUN-ID
032800     PERFORM 1050-STAMP-RUN-DATE
032900     PERFORM 1300-LOAD-PRODUCT-PARAMS
033000     MOVE WS-RUN-DATE TO WS-DN-DATE
033100     PERFORM 7000-SET-DAY-NUMBER
033200     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
033300     COMPUTE WS-WINDOW-START-DAYS =
033400         WS-TODAY-DAYS - WS-CTR-DAYS + 1
033500     PERFORM 1100-OPEN-ACCOUNTS
033600     PERFORM 1200-LOAD-CUSTOMERS
033700     OPEN OUTPUT CTR-FILE
033800     IF WS-CTR-FILE-STATUS NOT = "00"
033900         MOVE "OPEN OUTPUT CTR-FILE" TO WS-ABEND-CONTEXT
034000         PERFORM 9905-ABEND-CTR-FILE
034100     END-IF
034200     OPEN OUTPUT REPORT-FILE
034300     IF WS-RPT-FILE-STATUS NOT = "00"
034400         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
034500         PERFORM 9900-ABEND-REPORT-FILE
034600     END-IF
034700     MOVE SPACES TO WS-RPT-LINE
034800     STRING "CASH TRANSACTION COMPLIANCE REPORT FOR "
034900                                       DELIMITED BY SIZE
035000            WS-RUN-DATE                DELIMITED BY SIZE
035100         INTO WS-RPT-LINE
035200     END-STRING
035300     PERFORM 8000-WRITE-REPORT-LINE
035400     MOVE "==================================================="
035500         TO WS-RPT-LINE
035600     PERFORM 8000-WRITE-REPORT-LINE
035700     MOVE SPACES TO WS-RPT-LINE
035800     PERFORM 8000-WRITE-REPORT-LINE
035900     MOVE WS-CTR-LIMIT TO WS-R-LIMIT
036000     MOVE SPACES TO WS-RPT-LINE
036100     STRING "Reporting threshold     : " DELIMITED BY SIZE
036200            WS-R-LIMIT                   DELIMITED BY SIZE
036300         INTO WS-RPT-LINE
036400     END-STRING
036500     PERFORM 8000-WRITE-REPORT-LINE
036600     MOVE WS-CTR-WATCH TO WS-R-LIMIT
036700     MOVE SPACES TO WS-RPT-LINE
036800     STRING "Watch band from         : " DELIMITED BY SIZE
036900            WS-R-LIMIT                   DELIMITED BY SIZE
037000         INTO WS-RPT-LINE
037100     END-STRING
037200     PERFORM 8000-WRITE-REPORT-LINE
037300     MOVE WS-CTR-DAYS TO WS-R-DAYS
037400     MOVE SPACES TO WS-RPT-LINE
037500     STRING "Rolling window (days)   :       " DELIMITED BY SIZE
037600            WS-R-DAYS                          DELIMITED BY SIZE
037700         INTO WS-RPT-LINE
037800     END-STRING
037900     PERFORM 8000-WRITE-REPORT-LINE
038000     DISPLAY "CASH REPORTING FOR BUSINESS DATE " WS-RUN-DATE
038100     EXIT.
038200
038300*****************************************************************
038400*  1050-STAMP-RUN-DATE - THE DAY BEING REPORTED IS THE DAY THE
038500*  DAILY BATCH MOST RECENTLY POSTED (BD-LAST-DATE); BEFORE ANY
038600*  DAY HAS CLOSED THERE IS ONLY BD-RUN-DATE TO GO ON.
038700*****************************************************************
038800 1050-STAMP-RUN-DATE.
038900     OPEN INPUT BUS-DATE-FILE
039000     IF WS-BDATE-FILE-STATUS NOT = "00"
039100         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
039200         PERFORM 9920-ABEND-BUSDATE-FILE
039300     END-IF
039400     READ BUS-DATE-FILE
039500         AT END
039600             MOVE "READ BUS-DATE-FILE (EMPTY)"
039700                 TO WS-ABEND-CONTEXT
039800             PERFORM 9920-ABEND-BUSDATE-FILE
039900     END-READ
040000     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
040100     CLOSE BUS-DATE-FILE
040200     IF BD-LAST-DATE = SPACES
040300         MOVE BD-RUN-DATE  TO WS-RUN-DATE
040400     ELSE
040500         MOVE BD-LAST-DATE TO WS-RUN-DATE
040600     END-IF
040700     EXIT.
040800
040900*****************************************************************
041000*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
041100*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
041200*****************************************************************
041300 1060-STAMP-RUN-ID.
041400     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
041500     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
041600     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
041700            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
041800         INTO WS-RUN-ID
041900     END-STRING
042000     MOVE SPACES TO WS-RUN-LOG-LINE
042100     STRING "BANKCTR,"   DELIMITED BY SIZE
042200            WS-RUN-ID    DELIMITED BY SIZE
042300            ",START"     DELIMITED BY SIZE
042400         INTO WS-RUN-LOG-LINE
042500     END-STRING
042600     PERFORM 9700-WRITE-RUN-LOG
042700     EXIT.
042800
042900*****************************************************************
043000*  1100-OPEN-ACCOUNTS - OPEN THE INDEXED ACCOUNTS MASTER; EACH
043100*  CASH ITEM'S CUSTOMER AND CLIENT NAME ARE READ BY KEY.  NO
043200*  MASTER MEANS NO CASH CAN BE GROUPED BY CUSTOMER - THE RUN
043250*  STOPS.  IT STAYS OPEN UNTIL 9000-TERMINATE.
043300*****************************************************************
043400 1100-OPEN-ACCOUNTS.
043500     OPEN INPUT ACCOUNT-IDX-FILE
043600     IF WS-ACCT-FILE-STATUS NOT = "00"
043700         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
043800         PERFORM 9930-ABEND-ACCOUNT-FILE
043900     END-IF
044000     EXIT.
046500
046600*****************************************************************
046700*  1200-LOAD-CUSTOMERS - EVERY CUSTOMER'S NAME AND MAILING
046800*  ADDRESS.  STATUS "35" MEANS NO CUSTOMER HAS BEEN SET UP YET;
046900*  EVERY ACCOUNT THEN STANDS ALONE.
047000*****************************************************************
047100 1200-LOAD-CUSTOMERS.
047200     OPEN INPUT CUSTOMER-FILE
047300     IF WS-CUST-FILE-STATUS = "00"
047400         PERFORM 1210-LOAD-CUSTOMER
047500             UNTIL WS-CUST-EOF
047600         CLOSE CUSTOMER-FILE
047700     ELSE
047800         IF WS-CUST-FILE-STATUS = "35"
047900             MOVE "Y" TO WS-CUST-EOF-SW
048000         ELSE
048100             MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ABEND-CONTEXT
048200             PERFORM 9940-ABEND-CUSTOMER-FILE
048300         END-IF
048400     END-IF
048500     EXIT.
048600
048700 1210-LOAD-CUSTOMER.
048800     READ CUSTOMER-FILE
048900         AT END
049000             MOVE "Y" TO WS-CUST-EOF-SW
049100         NOT AT END
049200             IF WS-CUST-COUNT = 200
049300                 MOVE "WS-CUST-TABLE OCCURS 200"
049400                     TO WS-ABEND-CONTEXT
049500                 PERFORM 9910-ABEND-TABLE-OVERFLOW
049600             END-IF
049700             MOVE CUSTOMER-RECORD TO CUST-CSV-RECORD
049800             ADD 1 TO WS-CUST-COUNT
049900             MOVE C-CUSTOMER-ID
050000                 TO CUS-CUSTOMER-ID   (WS-CUST-COUNT)
050100             MOVE C-CUSTOMER-NAME
050200                 TO CUS-CUSTOMER-NAME (WS-CUST-COUNT)
050300             MOVE C-ADDR-LINE-1
050400                 TO CUS-ADDR-LINE-1   (WS-CUST-COUNT)
050500             MOVE C-CITY
050600                 TO CUS-CITY          (WS-CUST-COUNT)
050700             MOVE C-POSTCODE
050800                 TO CUS-POSTCODE      (WS-CUST-COUNT)
050900     END-READ
051000     EXIT.
051100
051200*****************************************************************
051300*  1300-LOAD-PRODUCT-PARAMS - TAKE THE CTR-LIMIT, CTR-WATCH AND
051400*  CTR-DAYS ENTRIES IN FORCE ON THE BUSINESS DATE: FOR EACH,
051500*  THE LATEST-DATED ROW NOT AFTER IT.  NO FILE, ANY OF THE
051600*  THREE NOT IN FORCE, OR A WINDOW OUTSIDE 1 TO 31 DAYS STOPS
051700*  THE RUN - A FILING BUILT ON A GUESSED THRESHOLD IS WORSE
051800*  THAN A LATE ONE.
051900*****************************************************************
052000 1300-LOAD-PRODUCT-PARAMS.
052100     OPEN INPUT PARAM-FILE
052200     IF WS-PARM-FILE-STATUS NOT = "00"
052300         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
052400         PERFORM 9950-ABEND-PARAM-FILE
052500     END-IF
052600     PERFORM 1310-READ-PRODUCT-PARAM
052700         UNTIL WS-PARM-EOF
052800     CLOSE PARAM-FILE
052900     IF WS-CTR-LIMIT-EFF-DATE = SPACES
053000         MOVE "PARAM CTR-LIMIT NOT IN FORCE" TO WS-ABEND-CONTEXT
053100         PERFORM 9950-ABEND-PARAM-FILE
053200     END-IF
053300     IF WS-CTR-WATCH-EFF-DATE = SPACES
053400         MOVE "PARAM CTR-WATCH NOT IN FORCE" TO WS-ABEND-CONTEXT
053500         PERFORM 9950-ABEND-PARAM-FILE
053600     END-IF
053700     IF WS-CTR-DAYS-EFF-DATE = SPACES
053800         MOVE "PARAM CTR-DAYS NOT IN FORCE" TO WS-ABEND-CONTEXT
053900         PERFORM 9950-ABEND-PARAM-FILE
054000     END-IF
054100     IF WS-CTR-DAYS = 0 OR WS-CTR-DAYS > 31
054200         MOVE "PARAM CTR-DAYS NOT 1 TO 31" TO WS-ABEND-CONTEXT
054300         PERFORM 9950-ABEND-PARAM-FILE
054400     END-IF
054500     DISPLAY "CASH REPORTING THRESHOLD  : " WS-CTR-LIMIT
054600     DISPLAY "WATCH BAND FROM           : " WS-CTR-WATCH
054700     DISPLAY "ROLLING WINDOW (DAYS)     : " WS-CTR-DAYS
054800     EXIT.
054900
055000 1310-READ-PRODUCT-PARAM.
055100     READ PARAM-FILE
055200         AT END
055300             MOVE "Y" TO WS-PARM-EOF-SW
055400         NOT AT END
055500             MOVE PARAM-RECORD TO WS-PARM-LINE
055600             IF (PR-TYPE-CTR-LIMIT OR PR-TYPE-CTR-WATCH
055700                 OR PR-TYPE-CTR-DAYS)
055800                AND PR-EFF-DATE NOT > WS-RUN-DATE
055900                 IF PR-AMOUNT NOT NUMERIC
056000                     DISPLAY "PARAMETER ROW SKIPPED - "
056100                             "AMOUNT NOT NUMERIC: "
056200                             PR-PARAM-TYPE " " PR-PARAM-KEY
056300                 ELSE
056400                     PERFORM 1320-TAKE-CTR-PARAM
056500                 END-IF
056600             END-IF
056700     END-READ
056800     EXIT.
056900
057000 1320-TAKE-CTR-PARAM.
057100     IF PR-TYPE-CTR-LIMIT
057200         IF PR-EFF-DATE NOT < WS-CTR-LIMIT-EFF-DATE
057300             MOVE PR-EFF-DATE TO WS-CTR-LIMIT-EFF-DATE
057400             MOVE PR-AMOUNT   TO WS-CTR-LIMIT
057500         END-IF
057600     END-IF
057700     IF PR-TYPE-CTR-WATCH
057800         IF PR-EFF-DATE NOT < WS-CTR-WATCH-EFF-DATE
057900             MOVE PR-EFF-DATE TO WS-CTR-WATCH-EFF-DATE
058000             MOVE PR-AMOUNT   TO WS-CTR-WATCH
058100         END-IF
058200     END-IF
058300     IF PR-TYPE-CTR-DAYS
058400         IF PR-EFF-DATE NOT < WS-CTR-DAYS-EFF-DATE
058500             MOVE PR-EFF-DATE TO WS-CTR-DAYS-EFF-DATE
058600             MOVE PR-AMOUNT   TO WS-CTR-DAYS
058700         END-IF
058800     END-IF
058900     EXIT.
059000
059100*****************************************************************
059200*  2000-READ-ARCHIVES - STEP BACK FROM THE BUSINESS DATE'S
059300*  MONTH TO THE MONTH HOLDING THE FIRST DAY OF THE WINDOW, THEN
059400*  READ EACH MONTH'S ARCHIVE FORWARD TO THE BUSINESS DATE'S OWN
059450*  MONTH.  STATUS "35" JUST MEANS THAT MONTH WAS NEVER ARCHIVED
059475*  - SKIP IT.  ROWS OUTSIDE THE WINDOW ARE PASSED OVER ROW BY
059500*  ROW.
059600*****************************************************************
059700 2000-READ-ARCHIVES.
059800     MOVE WS-RUN-DATE (1:4) TO WKM-YYYY
059900     MOVE WS-RUN-DATE (6:2) TO WKM-MM
059925     PERFORM 2050-SET-MONTH-START
059950     PERFORM 2060-STEP-BACK-MONTH
059975         UNTIL WS-MONTH-START-DAYS NOT > WS-WINDOW-START-DAYS
060000     PERFORM 2100-READ-ONE-ARCHIVE
060025         UNTIL WS-WALK-MONTH > WS-RUN-DATE (1:7)
060050     EXIT.
060075
060100 2050-SET-MONTH-START.
060125     MOVE SPACES TO WS-DN-DATE
060150     STRING WS-WALK-MONTH    DELIMITED BY SIZE
060175            "-01"            DELIMITED BY SIZE
060200         INTO WS-DN-DATE
060225     END-STRING
060250     PERFORM 7000-SET-DAY-NUMBER
060275     MOVE WS-DN-DAYS TO WS-MONTH-START-DAYS
060300     EXIT.
060325
060350 2060-STEP-BACK-MONTH.
060375     IF WKM-MM = 1
060400         MOVE 12 TO WKM-MM
060425         SUBTRACT 1 FROM WKM-YYYY
060450     ELSE
060475         SUBTRACT 1 FROM WKM-MM
060500     END-IF
060525     PERFORM 2050-SET-MONTH-START
061000     EXIT.
061100
061200 2100-READ-ONE-ARCHIVE.
061300     MOVE SPACES TO WS-ARCH-FILENAME
061400     STRING "data/archive_"  DELIMITED BY SIZE
061500            WS-WALK-MONTH    DELIMITED BY SIZE
061600            ".csv"           DELIMITED BY SIZE
061700         INTO WS-ARCH-FILENAME
061800     END-STRING
061900     MOVE "N" TO WS-ARCH-EOF-SW
062000     OPEN INPUT ARCH-FILE
062100     IF WS-ARCH-FILE-STATUS = "00"
062200         ADD 1 TO WS-ARCH-FILES-READ
062300         PERFORM 2200-READ-ARCHIVE-ROW
062400             UNTIL WS-ARCH-EOF
062500         CLOSE ARCH-FILE
062600     ELSE
062700         IF WS-ARCH-FILE-STATUS NOT = "35"
062800             MOVE "OPEN INPUT ARCH-FILE" TO WS-ABEND-CONTEXT
062900             PERFORM 9960-ABEND-ARCH-FILE
063000         END-IF
063100     END-IF
063110     IF WKM-MM = 12
063120         MOVE 1 TO WKM-MM
063130         ADD 1 TO WKM-YYYY
063140     ELSE
063150         ADD 1 TO WKM-MM
063160     END-IF
063200     EXIT.
063300
063400 2200-READ-ARCHIVE-ROW.
063500     READ ARCH-FILE
063600         AT END
063700             MOVE "Y" TO WS-ARCH-EOF-SW
063800         NOT AT END
063900             MOVE ARCH-RECORD TO TXN-CSV-RECORD
064000             PERFORM 2300-APPLY-LEDGER-ROW
064100     END-READ
064200     EXIT.
064300
064400*****************************************************************
064500*  2300-APPLY-LEDGER-ROW - ONE ROW, WHEREVER IT CAME FROM.  ONLY
064600*  A DEPOSIT OR WITHDRAWAL INSIDE THE WINDOW IS LOOKED AT.  ONE
064700*  FROM A STANDING ORDER (SOURCE "S") OR FROM THE BANKFEED
064800*  EXTERNAL-CREDITS INTAKE (CATEGORY "ExtCredit") IS NOT CASH
064900*  AND IS ONLY COUNTED AS EXCLUDED.
065000*****************************************************************
065100 2300-APPLY-LEDGER-ROW.
065200     ADD 1 TO WS-ROWS-READ
065300     IF (F-TXN-TYPE = "DEPOSIT" OR F-TXN-TYPE = "WITHDRAWAL")
065400        AND F-DATE NOT > WS-RUN-DATE
065500         MOVE F-DATE TO WS-DN-DATE
065600         PERFORM 7000-SET-DAY-NUMBER
065700         IF WS-DN-DAYS NOT < WS-WINDOW-START-DAYS
065800             IF F-SOURCE = "S" OR F-CATEGORY = "ExtCredit"
065900                 IF F-DATE = WS-RUN-DATE
066000                     ADD 1 TO WS-EXCLUDED-ITEMS
066100                 END-IF
066200             ELSE
066300                 PERFORM 2400-ADD-CASH-ITEM
066400             END-IF
066500         END-IF
066600     END-IF
066700     EXIT.
066800
066900*****************************************************************
067000*  2400-ADD-CASH-ITEM - ADD THE ROW'S AMOUNT TO ITS CUSTOMER'S
067100*  TOTAL FOR THE DAY IT POSTED ON, AND KEEP IT ITEM BY ITEM IF
067200*  IT POSTED ON THE BUSINESS DATE.
067300*****************************************************************
067400 2400-ADD-CASH-ITEM.
067500     PERFORM 7100-FIND-ACCOUNT
067600     IF WS-ACCT-FOUND
067700        AND A-CUSTOMER-ID NOT = SPACES
067800         MOVE A-CUSTOMER-ID TO WS-LOOKUP-KEY
068000         MOVE "Y" TO WS-LOOKUP-LINKED-SW
068100     ELSE
068200         MOVE F-ACCOUNT-ID TO WS-LOOKUP-KEY
068300         MOVE "N" TO WS-LOOKUP-LINKED-SW
068400     END-IF
068500     PERFORM 7200-FIND-CASH-ENTRY
068600     IF WS-CASH-MATCH-IDX = 0
068700         PERFORM 2420-ADD-CASH-ENTRY
068800     END-IF
068900     COMPUTE WS-DAY-SUB = WS-DN-DAYS - WS-WINDOW-START-DAYS + 1
069000     MOVE F-AMOUNT TO WS-AMOUNT-NUM
069100     IF F-TXN-TYPE = "DEPOSIT"
069200         MOVE "IN"  TO WS-DIRECTION
069300         ADD WS-AMOUNT-NUM
069400             TO CSH-DAY-IN  (WS-CASH-MATCH-IDX, WS-DAY-SUB)
069500     ELSE
069600         MOVE "OUT" TO WS-DIRECTION
069700         ADD WS-AMOUNT-NUM
069800             TO CSH-DAY-OUT (WS-CASH-MATCH-IDX, WS-DAY-SUB)
069900     END-IF
070000     IF F-DATE = WS-RUN-DATE
070100         PERFORM 2410-KEEP-TODAY-ITEM
070200     END-IF
070300     EXIT.
070400
070500 2410-KEEP-TODAY-ITEM.
070600     IF WS-ITEM-COUNT = 1000
070700         MOVE "WS-ITEM-TABLE OCCURS 1000" TO WS-ABEND-CONTEXT
070800         PERFORM 9910-ABEND-TABLE-OVERFLOW
070900     END-IF
071000     ADD 1 TO WS-ITEM-COUNT
071100     ADD 1 TO WS-CASH-ITEMS
071200     MOVE WS-CASH-MATCH-IDX TO ITM-CASH-IDX   (WS-ITEM-COUNT)
071300     MOVE WS-DIRECTION      TO ITM-DIRECTION  (WS-ITEM-COUNT)
071400     MOVE F-TXN-ID          TO ITM-TXN-ID     (WS-ITEM-COUNT)
071500     MOVE F-ACCOUNT-ID      TO ITM-ACCOUNT-ID (WS-ITEM-COUNT)
071600     MOVE F-TXN-TYPE        TO ITM-TXN-TYPE   (WS-ITEM-COUNT)
071700     MOVE WS-AMOUNT-NUM     TO ITM-AMOUNT     (WS-ITEM-COUNT)
071800     MOVE F-SOURCE          TO ITM-SOURCE     (WS-ITEM-COUNT)
071900     IF WS-DIRECTION = "IN"
072000         ADD 1 TO CSH-TODAY-IN-COUNT  (WS-CASH-MATCH-IDX)
072100     ELSE
072200         ADD 1 TO CSH-TODAY-OUT-COUNT (WS-CASH-MATCH-IDX)
072300     END-IF
072400     EXIT.
072500
072600*****************************************************************
072700*  2420-ADD-CASH-ENTRY - FIRST CASH SEEN FOR THIS CUSTOMER (OR
072800*  UNLINKED ACCOUNT).  A LINKED ENTRY IS NAMED FROM THE
072900*  CUSTOMER MASTER; AN UNLINKED ONE FROM THE ACCOUNT.
073000*****************************************************************
073100 2420-ADD-CASH-ENTRY.
073200     IF WS-CASH-COUNT = 200
073300         MOVE "WS-CASH-TABLE OCCURS 200" TO WS-ABEND-CONTEXT
073400         PERFORM 9910-ABEND-TABLE-OVERFLOW
073500     END-IF
073600     ADD 1 TO WS-CASH-COUNT
073700     MOVE WS-CASH-COUNT TO WS-CASH-MATCH-IDX
073800     MOVE WS-LOOKUP-KEY TO CSH-KEY (WS-CASH-MATCH-IDX)
073900     MOVE WS-LOOKUP-LINKED-SW
074000         TO CSH-LINKED-SW (WS-CASH-MATCH-IDX)
074100     MOVE 0 TO CSH-CUST-IDX        (WS-CASH-MATCH-IDX)
074200     MOVE 0 TO CSH-TODAY-IN-COUNT  (WS-CASH-MATCH-IDX)
074300     MOVE 0 TO CSH-TODAY-OUT-COUNT (WS-CASH-MATCH-IDX)
074400     MOVE SPACES TO CSH-NAME       (WS-CASH-MATCH-IDX)
074500     PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
074600         MOVE 0 TO CSH-DAY-IN  (WS-CASH-MATCH-IDX, DAY-IDX)
074700         MOVE 0 TO CSH-DAY-OUT (WS-CASH-MATCH-IDX, DAY-IDX)
074800     END-PERFORM
074900     IF WS-ACCT-FOUND
075000         MOVE A-CLIENT-NAME TO CSH-NAME (WS-CASH-MATCH-IDX)
075200     END-IF
075300     IF CSH-LINKED (WS-CASH-MATCH-IDX)
075400         PERFORM 7300-FIND-CUSTOMER
075500         IF WS-CUST-MATCH-IDX > 0
075600             MOVE WS-CUST-MATCH-IDX
075700                 TO CSH-CUST-IDX (WS-CASH-MATCH-IDX)
075800             MOVE CUS-CUSTOMER-NAME (WS-CUST-MATCH-IDX)
075900                 TO CSH-NAME (WS-CASH-MATCH-IDX)
076000         END-IF
076100     END-IF
076200     EXIT.
076300
076400*****************************************************************
076500*  2500-SCAN-LEDGER - THE LIVE LEDGER, AFTER THE ARCHIVES.  NO
076600*  LEDGER YET MEANS NOTHING HAS POSTED.
076700*****************************************************************
076800 2500-SCAN-LEDGER.
076900     OPEN INPUT TXN-FILE
077000     IF WS-TXN-FILE-STATUS = "00"
077100         PERFORM 2600-READ-LEDGER-ROW
077200             UNTIL WS-TXN-EOF
077300         CLOSE TXN-FILE
077400     ELSE
077500         IF WS-TXN-FILE-STATUS NOT = "35"
077600             MOVE "OPEN INPUT TXN-FILE" TO WS-ABEND-CONTEXT
077700             PERFORM 9970-ABEND-TXN-FILE
077800         END-IF
077900     END-IF
078000     EXIT.
078100
078200 2600-READ-LEDGER-ROW.
078300     READ TXN-FILE
078400         AT END
078500             MOVE "Y" TO WS-TXN-EOF-SW
078600         NOT AT END
078700             MOVE TXN-RECORD TO TXN-CSV-RECORD
078800             PERFORM 2300-APPLY-LEDGER-ROW
078900     END-READ
079000     EXIT.
079100
079200*****************************************************************
079300*  3000-REPORTABLE-CASH - EVERY CUSTOMER WHOSE CASH IN, OR CASH
079400*  OUT, ON THE BUSINESS DATE IS OVER THE THRESHOLD IS LISTED,
079500*  AND EVERY ITEM MAKING UP THAT TOTAL IS FILED.
079600*****************************************************************
079700 3000-REPORTABLE-CASH.
079800     MOVE SPACES TO WS-RPT-LINE
079900     PERFORM 8000-WRITE-REPORT-LINE
080000     MOVE "REPORTABLE CASH (OVER THRESHOLD)" TO WS-RPT-LINE
080100     PERFORM 8000-WRITE-REPORT-LINE
080200     MOVE "  CUSTOMER   NAME                           DIR  ITEMS"
080300         TO WS-RPT-LINE
080400     MOVE "DAY TOTAL" TO WS-RPT-LINE (63:9)
080500     PERFORM 8000-WRITE-REPORT-LINE
080600     PERFORM VARYING CSH-IDX FROM 1 BY 1
080700             UNTIL CSH-IDX > WS-CASH-COUNT
080800         IF CSH-TODAY-IN-COUNT (CSH-IDX) > 0
080900            OR CSH-TODAY-OUT-COUNT (CSH-IDX) > 0
081000             ADD 1 TO WS-CASH-CUSTOMERS
081100             IF NOT CSH-LINKED (CSH-IDX)
081200                 ADD 1 TO WS-UNLINKED-COUNT
081300             END-IF
081400         END-IF
081500         MOVE "IN"  TO WS-DIRECTION
081600         PERFORM 3100-CHECK-REPORTABLE
081700         MOVE "OUT" TO WS-DIRECTION
081800         PERFORM 3100-CHECK-REPORTABLE
081900     END-PERFORM
082000     IF WS-REPORTABLE-COUNT = 0
082100         MOVE "  (NONE)" TO WS-RPT-LINE
082200         PERFORM 8000-WRITE-REPORT-LINE
082300     END-IF
082400     CLOSE CTR-FILE
082500     IF WS-CTR-FILE-STATUS NOT = "00"
082600         MOVE "CLOSE CTR-FILE" TO WS-ABEND-CONTEXT
082700         PERFORM 9905-ABEND-CTR-FILE
082800     END-IF
082900     EXIT.
083000
083100 3100-CHECK-REPORTABLE.
083200     IF WS-DIRECTION = "IN"
083300         MOVE CSH-DAY-IN  (CSH-IDX, WS-CTR-DAYS) TO WS-TODAY-TOTAL
083400         MOVE CSH-TODAY-IN-COUNT  (CSH-IDX) TO WS-TODAY-ITEMS
083500     ELSE
083600         MOVE CSH-DAY-OUT (CSH-IDX, WS-CTR-DAYS) TO WS-TODAY-TOTAL
083700         MOVE CSH-TODAY-OUT-COUNT (CSH-IDX) TO WS-TODAY-ITEMS
083800     END-IF
083900     IF WS-TODAY-TOTAL > WS-CTR-LIMIT
084000         ADD 1 TO WS-REPORTABLE-COUNT
084100         PERFORM 3200-LIST-REPORTABLE
084200         PERFORM VARYING ITM-IDX FROM 1 BY 1
084300                 UNTIL ITM-IDX > WS-ITEM-COUNT
084400             IF ITM-CASH-IDX (ITM-IDX) = CSH-IDX
084500                AND ITM-DIRECTION (ITM-IDX) = WS-DIRECTION
084600                 PERFORM 3300-FILE-ITEM
084700             END-IF
084800         END-PERFORM
084900         PERFORM 3400-LOG-REPORTABLE
085000     END-IF
085100     EXIT.
085200
085300 3200-LIST-REPORTABLE.
085400     MOVE WS-TODAY-ITEMS TO WS-R-ITEMS
085500     MOVE WS-TODAY-TOTAL TO WS-R-AMOUNT
085600     MOVE SPACES TO WS-RPT-LINE
085700     STRING "  "                    DELIMITED BY SIZE
085800            CSH-KEY (CSH-IDX)       DELIMITED BY SIZE
085900            " "                     DELIMITED BY SIZE
086000            CSH-NAME (CSH-IDX)      DELIMITED BY SIZE
086100            " "                     DELIMITED BY SIZE
086200            WS-DIRECTION            DELIMITED BY SIZE
086300            "  "                    DELIMITED BY SIZE
086400            WS-R-ITEMS              DELIMITED BY SIZE
086500            "    "                  DELIMITED BY SIZE
086600            WS-R-AMOUNT             DELIMITED BY SIZE
086700         INTO WS-RPT-LINE
086800     END-STRING
086900     IF NOT CSH-LINKED (CSH-IDX)
087000         MOVE "ACCOUNT NOT LINKED" TO WS-RPT-LINE (74:18)
087100     END-IF
087200     PERFORM 8000-WRITE-REPORT-LINE
087300     EXIT.
087400
087500*****************************************************************
087600*  3300-FILE-ITEM - ONE REPORTABLE ITEM ON THE FILING FILE,
087700*  WITH THE CUSTOMER'S NAME AND ADDRESS AND THE DAY TOTAL IT
087800*  BELONGS TO.
087900*****************************************************************
088000 3300-FILE-ITEM.
088100     MOVE WS-RUN-DATE TO CT-BUS-DATE
088200     MOVE SPACES      TO CT-CUSTOMER-ID
088300     MOVE SPACES      TO CT-ADDR-LINE-1
088400     MOVE SPACES      TO CT-CITY
088500     MOVE SPACES      TO CT-POSTCODE
088600     IF CSH-LINKED (CSH-IDX)
088700         MOVE CSH-KEY (CSH-IDX) TO CT-CUSTOMER-ID
088800     END-IF
088900     MOVE CSH-NAME (CSH-IDX) TO CT-CUSTOMER-NAME
089000     IF CSH-CUST-IDX (CSH-IDX) > 0
089100         MOVE CUS-ADDR-LINE-1 (CSH-CUST-IDX (CSH-IDX))
089200             TO CT-ADDR-LINE-1
089300         MOVE CUS-CITY (CSH-CUST-IDX (CSH-IDX))
089400             TO CT-CITY
089500         MOVE CUS-POSTCODE (CSH-CUST-IDX (CSH-IDX))
089600             TO CT-POSTCODE
089700     END-IF
089800     MOVE WS-DIRECTION              TO CT-DIRECTION
089900     MOVE WS-TODAY-TOTAL            TO CT-DAY-TOTAL
090000     MOVE WS-TODAY-ITEMS            TO CT-ITEM-COUNT
090100     MOVE ITM-TXN-ID     (ITM-IDX)  TO CT-TXN-ID
090200     MOVE ITM-ACCOUNT-ID (ITM-IDX)  TO CT-ACCOUNT-ID
090300     MOVE ITM-TXN-TYPE   (ITM-IDX)  TO CT-TXN-TYPE
090400     MOVE ITM-AMOUNT     (ITM-IDX)  TO CT-AMOUNT
090500     MOVE ITM-SOURCE     (ITM-IDX)  TO CT-SOURCE
090600     MOVE CTR-CSV-RECORD TO CTR-RECORD
090700     WRITE CTR-RECORD
090800     IF WS-CTR-FILE-STATUS NOT = "00"
090900         MOVE "WRITE CTR-RECORD" TO WS-ABEND-CONTEXT
091000         PERFORM 9905-ABEND-CTR-FILE
091100     END-IF
091200     ADD 1 TO WS-REPORTABLE-ITEMS
091300     EXIT.
091400
091500 3400-LOG-REPORTABLE.
091600     MOVE WS-TODAY-TOTAL TO WS-R-AMOUNT
091700     MOVE SPACES TO WS-RUN-LOG-LINE
091800     STRING "BANKCTR,"          DELIMITED BY SIZE
091900            WS-RUN-ID           DELIMITED BY SIZE
092000            ",REPORTABLE,"      DELIMITED BY SIZE
092100            CSH-KEY (CSH-IDX)   DELIMITED BY SPACE
092200            ","                 DELIMITED BY SIZE
092300            WS-DIRECTION        DELIMITED BY SPACE
092400            ",TOTAL="           DELIMITED BY SIZE
092500            WS-R-AMOUNT         DELIMITED BY SIZE
092600            ",ITEMS="           DELIMITED BY SIZE
092700            WS-TODAY-ITEMS      DELIMITED BY SIZE
092800         INTO WS-RUN-LOG-LINE
092900     END-STRING
093000     PERFORM 9700-WRITE-RUN-LOG
093100     EXIT.
093200
093300*****************************************************************
093400*  4000-WATCH-LIST - STRUCTURING.  FOR EACH CUSTOMER WITH CASH
093500*  IN A DIRECTION ON THE BUSINESS DATE:
093600*    SAME-DAY - THE DAY'S TOTAL IS IN THE WATCH BAND: AT OR
093700*               OVER CTR-WATCH BUT NOT OVER THE THRESHOLD.
093800*    ROLLING  - CASH ON TWO OR MORE DAYS OF THE WINDOW ADDS UP
093900*               TO CTR-WATCH OR MORE WHILE NO SINGLE DAY WAS
094000*               REPORTABLE - THE PATTERN OF SPLITTING CASH
094100*               ACROSS DAYS OR ACCOUNTS TO STAY UNDER THE
094200*               THRESHOLD.  A ROLLING TOTAL ALREADY OVER THE
094300*               THRESHOLD IS MARKED.
094400*  A CUSTOMER CAN APPEAR ON BOTH BASES.
094500*****************************************************************
094600 4000-WATCH-LIST.
094700     MOVE SPACES TO WS-RPT-LINE
094800     PERFORM 8000-WRITE-REPORT-LINE
094900     MOVE "STRUCTURING WATCH LIST" TO WS-RPT-LINE
095000     PERFORM 8000-WRITE-REPORT-LINE
095100     MOVE "  CUSTOMER   NAME                           DIR  BASIS"
095200         TO WS-RPT-LINE
095300     MOVE "DAYS         TOTAL" TO WS-RPT-LINE (60:18)
095400     PERFORM 8000-WRITE-REPORT-LINE
095500     PERFORM VARYING CSH-IDX FROM 1 BY 1
095600             UNTIL CSH-IDX > WS-CASH-COUNT
095700         MOVE "IN"  TO WS-DIRECTION
095800         PERFORM 4100-CHECK-WATCH
095900         MOVE "OUT" TO WS-DIRECTION
096000         PERFORM 4100-CHECK-WATCH
096100     END-PERFORM
096200     IF WS-WATCH-COUNT = 0
096300         MOVE "  (NONE)" TO WS-RPT-LINE
096400         PERFORM 8000-WRITE-REPORT-LINE
096500     END-IF
096600     EXIT.
096700
096800 4100-CHECK-WATCH.
096900     MOVE 0 TO WS-WINDOW-TOTAL
097000     MOVE 0 TO WS-WINDOW-MAX
097100     MOVE 0 TO WS-ACTIVE-DAYS
097200     PERFORM VARYING DAY-IDX FROM 1 BY 1
097300             UNTIL DAY-IDX > WS-CTR-DAYS
097400         IF WS-DIRECTION = "IN"
097500             MOVE CSH-DAY-IN  (CSH-IDX, DAY-IDX) TO WS-DAY-AMOUNT
097600         ELSE
097700             MOVE CSH-DAY-OUT (CSH-IDX, DAY-IDX) TO WS-DAY-AMOUNT
097800         END-IF
097900         IF WS-DAY-AMOUNT > 0
098000             ADD 1 TO WS-ACTIVE-DAYS
098100             ADD WS-DAY-AMOUNT TO WS-WINDOW-TOTAL
098200             IF WS-DAY-AMOUNT > WS-WINDOW-MAX
098300                 MOVE WS-DAY-AMOUNT TO WS-WINDOW-MAX
098400             END-IF
098500         END-IF
098600     END-PERFORM
098700     IF WS-DIRECTION = "IN"
098800         MOVE CSH-DAY-IN  (CSH-IDX, WS-CTR-DAYS) TO WS-TODAY-TOTAL
098900     ELSE
099000         MOVE CSH-DAY-OUT (CSH-IDX, WS-CTR-DAYS) TO WS-TODAY-TOTAL
099100     END-IF
099200     IF WS-TODAY-TOTAL > 0
099300         IF WS-TODAY-TOTAL NOT < WS-CTR-WATCH
099400            AND WS-TODAY-TOTAL NOT > WS-CTR-LIMIT
099500             MOVE "SAME-DAY"     TO WS-WATCH-BASIS
099600             MOVE WS-TODAY-TOTAL TO WS-WATCH-AMOUNT
099700             MOVE 1              TO WS-WATCH-DAYS
099800             PERFORM 4200-LIST-WATCH
099900         END-IF
100000         IF WS-ACTIVE-DAYS > 1
100100            AND WS-WINDOW-TOTAL NOT < WS-CTR-WATCH
100200            AND WS-WINDOW-MAX NOT > WS-CTR-LIMIT
100300             MOVE "ROLLING"       TO WS-WATCH-BASIS
100400             MOVE WS-WINDOW-TOTAL TO WS-WATCH-AMOUNT
100500             MOVE WS-ACTIVE-DAYS  TO WS-WATCH-DAYS
100600             PERFORM 4200-LIST-WATCH
100700         END-IF
100800     END-IF
100900     EXIT.
101000
101100 4200-LIST-WATCH.
101200     ADD 1 TO WS-WATCH-COUNT
101300     MOVE WS-WATCH-DAYS   TO WS-R-DAYS
101400     MOVE WS-WATCH-AMOUNT TO WS-R-AMOUNT
101500     MOVE SPACES TO WS-RPT-LINE
101600     STRING "  "                    DELIMITED BY SIZE
101700            CSH-KEY (CSH-IDX)       DELIMITED BY SIZE
101800            " "                     DELIMITED BY SIZE
101900            CSH-NAME (CSH-IDX)      DELIMITED BY SIZE
102000            " "                     DELIMITED BY SIZE
102100            WS-DIRECTION            DELIMITED BY SIZE
102200            "  "                    DELIMITED BY SIZE
102300            WS-WATCH-BASIS          DELIMITED BY SIZE
102400            "  "                    DELIMITED BY SIZE
102500            WS-R-DAYS               DELIMITED BY SIZE
102600            " "                     DELIMITED BY SIZE
102700            WS-R-AMOUNT             DELIMITED BY SIZE
102800         INTO WS-RPT-LINE
102900     END-STRING
103000     IF WS-WATCH-AMOUNT > WS-CTR-LIMIT
103100         MOVE "OVER THRESHOLD" TO WS-RPT-LINE (80:14)
103200     ELSE
103300         IF NOT CSH-LINKED (CSH-IDX)
103400             MOVE "ACCOUNT NOT LINKED" TO WS-RPT-LINE (80:18)
103500         END-IF
103600     END-IF
103700     PERFORM 8000-WRITE-REPORT-LINE
103800     MOVE WS-WATCH-AMOUNT TO WS-R-AMOUNT
103900     MOVE SPACES TO WS-RUN-LOG-LINE
104000     STRING "BANKCTR,"          DELIMITED BY SIZE
104100            WS-RUN-ID           DELIMITED BY SIZE
104200            ",WATCH,"           DELIMITED BY SIZE
104300            CSH-KEY (CSH-IDX)   DELIMITED BY SPACE
104400            ","                 DELIMITED BY SIZE
104500            WS-DIRECTION        DELIMITED BY SPACE
104600            ","                 DELIMITED BY SIZE
104700            WS-WATCH-BASIS      DELIMITED BY SPACE
104800            ",TOTAL="           DELIMITED BY SIZE
104900            WS-R-AMOUNT         DELIMITED BY SIZE
105000            ",DAYS="            DELIMITED BY SIZE
105100            WS-WATCH-DAYS       DELIMITED BY SIZE
105200         INTO WS-RUN-LOG-LINE
105300     END-STRING
105400     PERFORM 9700-WRITE-RUN-LOG
105500     EXIT.
105600
105700*****************************************************************
105800*  7000-SET-DAY-NUMBER - WS-DN-DATE (YYYY-MM-DD) AS A DAY COUNT
105900*  IN WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH SO THE
106000*  LEAP DAY FALLS AT THE END OF IT:
106100*    365 * Y + Y/4 - Y/100 + Y/400 + (153 * M + 2) / 5 + D
106200*  WITH M COUNTED FROM MARCH = 0 AND EVERY DIVISION TRUNCATED.
106300*****************************************************************
106400 7000-SET-DAY-NUMBER.
106500     MOVE WS-DN-DATE (1:4) TO WS-DN-YYYY
106600     MOVE WS-DN-DATE (6:2) TO WS-DN-MM
106700     MOVE WS-DN-DATE (9:2) TO WS-DN-DD
106800     IF WS-DN-MM < 3
106900         SUBTRACT 1 FROM WS-DN-YYYY
107000         ADD 9 TO WS-DN-MM
107100     ELSE
107200         SUBTRACT 3 FROM WS-DN-MM
107300     END-IF
107400     COMPUTE WS-DN-DAYS = 365 * WS-DN-YYYY + WS-DN-DD
107500     DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
107600     ADD WS-DN-QUOT TO WS-DN-DAYS
107700     DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
107800     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS
107900     DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
108000     ADD WS-DN-QUOT TO WS-DN-DAYS
108100     COMPUTE WS-DN-QUOT = 153 * WS-DN-MM + 2
108200     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
108300     ADD WS-DN-QUOT TO WS-DN-DAYS
108400     EXIT.
108500
108510*****************************************************************
108520*  7100-FIND-ACCOUNT - READ THE LEDGER ROW'S ACCOUNT BY KEY INTO
108530*  ACCT-CSV-RECORD.  STATUS 23 IS AN ACCOUNT NOT ON THE MASTER;
108540*  ANYTHING ELSE BUT 00 IS A FILE ERROR.
108550*****************************************************************
108600 7100-FIND-ACCOUNT.
108700     MOVE "N" TO WS-ACCT-FOUND-SW
108800     MOVE F-ACCOUNT-ID TO AX-ACCOUNT-ID
108900     READ ACCOUNT-IDX-FILE
109000         INVALID KEY
109050             MOVE "N" TO WS-ACCT-FOUND-SW
109100         NOT INVALID KEY
109150             MOVE "Y" TO WS-ACCT-FOUND-SW
109200             MOVE ACCOUNT-IDX-RECORD TO ACCT-CSV-RECORD
109300     END-READ
109350     IF WS-ACCT-FILE-STATUS NOT = "00"
109360        AND WS-ACCT-FILE-STATUS NOT = "23"
109370         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
109380         PERFORM 9930-ABEND-ACCOUNT-FILE
109400     END-IF
109500     EXIT.
109600
109700 7200-FIND-CASH-ENTRY.
109800     MOVE 0 TO WS-CASH-MATCH-IDX
109900     PERFORM VARYING CSH-IDX FROM 1 BY 1
110000             UNTIL CSH-IDX > WS-CASH-COUNT
110100         IF CSH-KEY (CSH-IDX) = WS-LOOKUP-KEY
110200            AND CSH-LINKED-SW (CSH-IDX) = WS-LOOKUP-LINKED-SW
110300             MOVE CSH-IDX       TO WS-CASH-MATCH-IDX
110400             MOVE WS-CASH-COUNT TO CSH-IDX
110500         END-IF
110600     END-PERFORM
110700     EXIT.
110800
110900 7300-FIND-CUSTOMER.
111000     MOVE 0 TO WS-CUST-MATCH-IDX
111100     PERFORM VARYING CUS-IDX FROM 1 BY 1
111200             UNTIL CUS-IDX > WS-CUST-COUNT
111300         IF CUS-CUSTOMER-ID (CUS-IDX) = WS-LOOKUP-KEY
111400             MOVE CUS-IDX       TO WS-CUST-MATCH-IDX
111500             MOVE WS-CUST-COUNT TO CUS-IDX
111600         END-IF
111700     END-PERFORM
111800     EXIT.
111900
112000 8000-WRITE-REPORT-LINE.
112100     MOVE WS-RPT-LINE TO REPORT-RECORD
112200     WRITE REPORT-RECORD
112300     IF WS-RPT-FILE-STATUS NOT = "00"
112400         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
112500         PERFORM 9900-ABEND-REPORT-FILE
112600     END-IF
112700     MOVE SPACES TO WS-RPT-LINE
112800     EXIT.
112900
113000 8100-WRITE-COUNT-LINE.
113100     MOVE WS-R-COUNT TO WS-RPT-LINE (27:6)
113200     PERFORM 8000-WRITE-REPORT-LINE
113300     EXIT.
113400
113500*****************************************************************
113600*  9000-TERMINATE - TOTALS ON THE REPORT AND CONSOLE, AND THE
113700*  END OF THE RUN ON THE LOG.  CASH ON AN ACCOUNT NOT LINKED TO
113800*  A CUSTOMER CANNOT BE AGGREGATED WITH THE OWNER'S OTHER
113900*  ACCOUNTS, SO IT LEAVES A WARNING RETURN CODE FOR THE LINK
114000*  TO BE MADE.
114100*****************************************************************
114200 9000-TERMINATE.
114300     MOVE SPACES TO WS-RPT-LINE
114400     PERFORM 8000-WRITE-REPORT-LINE
114500     MOVE "Customers with cash" TO WS-RPT-LINE
114600     MOVE WS-CASH-CUSTOMERS TO WS-R-COUNT
114700     PERFORM 8100-WRITE-COUNT-LINE
114800     MOVE "Cash items" TO WS-RPT-LINE
114900     MOVE WS-CASH-ITEMS TO WS-R-COUNT
115000     PERFORM 8100-WRITE-COUNT-LINE
115100     MOVE "Reportable totals" TO WS-RPT-LINE
115200     MOVE WS-REPORTABLE-COUNT TO WS-R-COUNT
115300     PERFORM 8100-WRITE-COUNT-LINE
115400     MOVE "Reportable items filed" TO WS-RPT-LINE
115500     MOVE WS-REPORTABLE-ITEMS TO WS-R-COUNT
115600     PERFORM 8100-WRITE-COUNT-LINE
115700     MOVE "Watch list entries" TO WS-RPT-LINE
115800     MOVE WS-WATCH-COUNT TO WS-R-COUNT
115900     PERFORM 8100-WRITE-COUNT-LINE
116000     MOVE "Not cash (feed, SO)" TO WS-RPT-LINE
116100     MOVE WS-EXCLUDED-ITEMS TO WS-R-COUNT
116200     PERFORM 8100-WRITE-COUNT-LINE
116300     MOVE "Accounts not linked" TO WS-RPT-LINE
116400     MOVE WS-UNLINKED-COUNT TO WS-R-COUNT
116500     PERFORM 8100-WRITE-COUNT-LINE
116600     CLOSE REPORT-FILE
116605     IF WS-RPT-FILE-STATUS NOT = "00"
116610         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
116612         PERFORM 9900-ABEND-REPORT-FILE
116615     END-IF
116620     CLOSE ACCOUNT-IDX-FILE
116640     IF WS-ACCT-FILE-STATUS NOT = "00"
116660         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
116680         PERFORM 9930-ABEND-ACCOUNT-FILE
116690     END-IF
116700     DISPLAY "Archive files read    : " WS-ARCH-FILES-READ
116800     DISPLAY "Ledger rows read      : " WS-ROWS-READ
116900     DISPLAY "Customers with cash   : " WS-CASH-CUSTOMERS
117000     DISPLAY "Cash items            : " WS-CASH-ITEMS
117100     DISPLAY "Reportable totals     : " WS-REPORTABLE-COUNT
117200     DISPLAY "Reportable items      : " WS-REPORTABLE-ITEMS
117300     DISPLAY "Watch list entries    : " WS-WATCH-COUNT
117400     DISPLAY "Not cash (excluded)   : " WS-EXCLUDED-ITEMS
117500     DISPLAY "Accounts not linked   : " WS-UNLINKED-COUNT
117600     DISPLAY "Cash reporting complete."
117700     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
117800     MOVE SPACES TO WS-RUN-LOG-LINE
117900     IF WS-UNLINKED-COUNT > 0
118000         MOVE 4 TO RETURN-CODE
118100         STRING "BANKCTR,"          DELIMITED BY SIZE
118200                WS-RUN-ID           DELIMITED BY SIZE
118300                ",END,REPORTABLE="  DELIMITED BY SIZE
118400                WS-REPORTABLE-COUNT DELIMITED BY SIZE
118500                ",ITEMS="           DELIMITED BY SIZE
118600                WS-REPORTABLE-ITEMS DELIMITED BY SIZE
118700                ",WATCH="           DELIMITED BY SIZE
118800                WS-WATCH-COUNT      DELIMITED BY SIZE
118900                ",UNLINKED="        DELIMITED BY SIZE
119000                WS-UNLINKED-COUNT   DELIMITED BY SIZE
119100                ",RC=04"            DELIMITED BY SIZE
119200                ",ENDED="           DELIMITED BY SIZE
119300                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
119400             INTO WS-RUN-LOG-LINE
119500         END-STRING
119600     ELSE
119700         STRING "BANKCTR,"          DELIMITED BY SIZE
119800                WS-RUN-ID           DELIMITED BY SIZE
119900                ",END,REPORTABLE="  DELIMITED BY SIZE
120000                WS-REPORTABLE-COUNT DELIMITED BY SIZE
120100                ",ITEMS="           DELIMITED BY SIZE
120200                WS-REPORTABLE-ITEMS DELIMITED BY SIZE
120300                ",WATCH="           DELIMITED BY SIZE
120400                WS-WATCH-COUNT      DELIMITED BY SIZE
120500                ",UNLINKED="        DELIMITED BY SIZE
120600                WS-UNLINKED-COUNT   DELIMITED BY SIZE
120700                ",RC=00"            DELIMITED BY SIZE
120800                ",ENDED="           DELIMITED BY SIZE
120900                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
121000             INTO WS-RUN-LOG-LINE
121100         END-STRING
121200     END-IF
121300     PERFORM 9700-WRITE-RUN-LOG
121400     EXIT.
121500
121600*****************************************************************
121700*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
121800*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
121900*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
122000*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
122100*  THE RUN.
122200*****************************************************************
122300 9700-WRITE-RUN-LOG.
122400     OPEN EXTEND RUN-LOG-FILE
122500     IF WS-RUNLOG-FILE-STATUS = "35"
122600         OPEN OUTPUT RUN-LOG-FILE
122700     END-IF
122800     IF WS-RUNLOG-FILE-STATUS NOT = "00"
122900         DISPLAY "BANKCTR: RUN LOG UNAVAILABLE, STATUS="
123000                 WS-RUNLOG-FILE-STATUS
123100     ELSE
123200         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
123300         WRITE RUN-LOG-RECORD
123400         IF WS-RUNLOG-FILE-STATUS NOT = "00"
123500             DISPLAY "BANKCTR: RUN LOG WRITE FAILED, STATUS="
123600                     WS-RUNLOG-FILE-STATUS
123700         END-IF
123800         CLOSE RUN-LOG-FILE
123900     END-IF
124000     EXIT.
124100
124200*****************************************************************
124300*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
124400*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
124500*  PARAGRAPH BEFORE ITS STOP RUN.
124600*****************************************************************
124700 9800-LOG-ABEND.
124800     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
124900     MOVE SPACES TO WS-RUN-LOG-LINE
125000     STRING "BANKCTR,"       DELIMITED BY SIZE
125100            WS-RUN-ID        DELIMITED BY SIZE
125200            ",ABEND,"        DELIMITED BY SIZE
125300            WS-ABEND-CONTEXT DELIMITED BY SIZE
125400            ",STATUS="       DELIMITED BY SIZE
125500            WS-ABEND-STATUS  DELIMITED BY SIZE
125600            ",RC=16"         DELIMITED BY SIZE
125700            ",ENDED="        DELIMITED BY SIZE
125800            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
125900         INTO WS-RUN-LOG-LINE
126000     END-STRING
126100     PERFORM 9700-WRITE-RUN-LOG
126200     EXIT.
126300
126400*****************************************************************
126500*  9900-ABEND-REPORT-FILE - THE COMPLIANCE REPORT COULD NOT BE
126600*  WRITTEN OR CLOSED.  THE RUN CHANGES NOTHING, SO IT CAN
126700*  SIMPLY BE RERUN.
126800*****************************************************************
126900 9900-ABEND-REPORT-FILE.
127000     DISPLAY "BANKCTR: FATAL - REPORT-FILE ERROR ON "
127100             WS-ABEND-CONTEXT
127200     DISPLAY "BANKCTR: FILE STATUS=" WS-RPT-FILE-STATUS
127300     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
127400     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
127500     PERFORM 9800-LOG-ABEND
127600     MOVE 16 TO RETURN-CODE
127700     STOP RUN.
127800
127900*****************************************************************
128000*  9905-ABEND-CTR-FILE - THE REPORTABLE-TRANSACTIONS FILE COULD
128100*  NOT BE WRITTEN.  WHAT IS ON IT IS INCOMPLETE AND MUST NOT BE
128200*  FILED; RERUN.
128300*****************************************************************
128400 9905-ABEND-CTR-FILE.
128500     DISPLAY "BANKCTR: FATAL - CTR-FILE ERROR ON "
128600             WS-ABEND-CONTEXT
128700     DISPLAY "BANKCTR: FILE STATUS=" WS-CTR-FILE-STATUS
128800     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
128900     MOVE WS-CTR-FILE-STATUS TO WS-ABEND-STATUS
129000     PERFORM 9800-LOG-ABEND
129100     MOVE 16 TO RETURN-CODE
129200     STOP RUN.
129300
129400*****************************************************************
129500*  9910-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
129600*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
129700*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
129800*  ADJACENT STORAGE.
129900*****************************************************************
130000 9910-ABEND-TABLE-OVERFLOW.
130100     DISPLAY "BANKCTR: FATAL - TABLE CAPACITY EXCEEDED ON "
130200             WS-ABEND-CONTEXT
130300     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
130400     MOVE SPACES TO WS-ABEND-STATUS
130500     PERFORM 9800-LOG-ABEND
130600     MOVE 16 TO RETURN-CODE
130700     STOP RUN.
130800
130900*****************************************************************
131000*  9920-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
131100*  COULD NOT BE READ, SO THE DAY BEING REPORTED IS UNKNOWN.
131200*****************************************************************
131300 9920-ABEND-BUSDATE-FILE.
131400     DISPLAY "BANKCTR: FATAL - BUS-DATE-FILE ERROR ON "
131500             WS-ABEND-CONTEXT
131600     DISPLAY "BANKCTR: FILE STATUS=" WS-BDATE-FILE-STATUS
131700     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
131800     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
131900     PERFORM 9800-LOG-ABEND
132000     MOVE 16 TO RETURN-CODE
132100     STOP RUN.
132200
132300*****************************************************************
132400*  9930-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
132500*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
132550*  RUN), SO NO CASH CAN BE GROUPED BY CUSTOMER.
132600*****************************************************************
132700 9930-ABEND-ACCOUNT-FILE.
132800     DISPLAY "BANKCTR: FATAL - ACCOUNT-IDX-FILE ERROR ON "
132900             WS-ABEND-CONTEXT
133000     DISPLAY "BANKCTR: FILE STATUS=" WS-ACCT-FILE-STATUS
133100     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
133200     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
133300     PERFORM 9800-LOG-ABEND
133400     MOVE 16 TO RETURN-CODE
133500     STOP RUN.
133600
133700*****************************************************************
133800*  9940-ABEND-CUSTOMER-FILE - THE CUSTOMER MASTER EXISTS BUT
133900*  COULD NOT BE READ.  A FILING WITHOUT THE CUSTOMER'S DETAILS
134000*  IS INCOMPLETE, SO THE RUN STOPS.
134100*****************************************************************
134200 9940-ABEND-CUSTOMER-FILE.
134300     DISPLAY "BANKCTR: FATAL - CUSTOMER-FILE ERROR ON "
134400             WS-ABEND-CONTEXT
134500     DISPLAY "BANKCTR: FILE STATUS=" WS-CUST-FILE-STATUS
134600     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
134700     MOVE WS-CUST-FILE-STATUS TO WS-ABEND-STATUS
134800     PERFORM 9800-LOG-ABEND
134900     MOVE 16 TO RETURN-CODE
135000     STOP RUN.
135100
135200*****************************************************************
135300*  9950-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
135400*  MISSING OR UNREADABLE, OR A CASH REPORTING PARAMETER IS NOT
135500*  IN FORCE OR OUT OF RANGE ON THE BUSINESS DATE.
135600*****************************************************************
135700 9950-ABEND-PARAM-FILE.
135800     DISPLAY "BANKCTR: FATAL - PARAM-FILE ERROR ON "
135900             WS-ABEND-CONTEXT
136000     DISPLAY "BANKCTR: FILE STATUS=" WS-PARM-FILE-STATUS
136100     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
136200     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
136300     PERFORM 9800-LOG-ABEND
136400     MOVE 16 TO RETURN-CODE
136500     STOP RUN.
136600
136700*****************************************************************
136800*  9960-ABEND-ARCH-FILE - AN ARCHIVE MONTH EXISTS BUT COULD NOT
136900*  BE READ.  CASH IN THAT MONTH WOULD DROP OUT OF THE ROLLING
137000*  WINDOW, SO THE RUN STOPS.
137100*****************************************************************
137200 9960-ABEND-ARCH-FILE.
137300     DISPLAY "BANKCTR: FATAL - FILE " WS-ARCH-FILENAME
137400     DISPLAY "BANKCTR: ERROR ON " WS-ABEND-CONTEXT
137500     DISPLAY "BANKCTR: FILE STATUS=" WS-ARCH-FILE-STATUS
137600     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
137700     MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
137800     PERFORM 9800-LOG-ABEND
137900     MOVE 16 TO RETURN-CODE
138000     STOP RUN.
138100
138200*****************************************************************
138300*  9970-ABEND-TXN-FILE - THE LIVE LEDGER EXISTS BUT COULD NOT BE
138400*  READ.
138500*****************************************************************
138600 9970-ABEND-TXN-FILE.
138700     DISPLAY "BANKCTR: FATAL - TXN-FILE ERROR ON "
138800             WS-ABEND-CONTEXT
138900     DISPLAY "BANKCTR: FILE STATUS=" WS-TXN-FILE-STATUS
139000     DISPLAY "BANKCTR: RUN TERMINATED ABNORMALLY."
139100     MOVE WS-TXN-FILE-STATUS TO WS-ABEND-STATUS
139200     PERFORM 9800-LOG-ABEND
139300     MOVE 16 TO RETURN-CODE
139400     STOP RUN.
