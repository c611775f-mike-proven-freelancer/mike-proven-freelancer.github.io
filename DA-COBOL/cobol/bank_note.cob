000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKNOTE.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  CUSTOMER NOTICES, RUN
001200*                    AFTER THE DAILY BATCH (AND, ON A MONTH-END
001300*                    DAY, AFTER BANKINT INSTEAD, SO ONE RUN
001400*                    COVERS BOTH): ONE NOTICE PER CLIENT EVENT
001500*                    OF THE DAY - NSF DECLINE, FINAL RETURN,
001600*                    DEPOSIT HOLD WITH ITS RELEASE DATE, BUDGET
001700*                    CAP EXCEEDED, ACCOUNT GOING INTO ITS
001800*                    OVERDRAFT AND OVERDRAFT INTEREST CHARGED -
001900*                    ADDRESSED THROUGH THE CUSTOMER MASTER AND
002000*                    SENT BY PRINT OR E-MAIL AS THE CLIENT
002100*                    PREFERS.  WRITES THE PRINT/MAIL FILE
002200*                    (DATA/NOTICES.DAT, LAYOUT IN NTCREC) AND A
002300*                    CONTROL REPORT OF NOTICES BY TYPE, WITH
002400*                    ANY THAT COULD NOT BE ADDRESSED.
002416*  2026-10-15  DA    EACH NOTICE'S ACCOUNT IS READ BY KEY FROM
002432*                    THE INDEXED ACCOUNTS MASTER INSTEAD OF A
002448*                    200-ENTRY TABLE LOADED FROM ACCOUNTS.CSV; THE
002464*                    LEDGER SCAN TAKES THE BALANCE BEFORE EACH OF
002480*                    THE DAY'S ROWS FROM THE ROW ITSELF.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003000         ORGANIZATION IS INDEXED
003033         ACCESS MODE IS RANDOM
003067         RECORD KEY IS AX-ACCOUNT-ID
003100         FILE STATUS IS WS-ACCT-FILE-STATUS.
003200
003300     SELECT CUSTOMER-FILE ASSIGN TO "data/customers.csv"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CUST-FILE-STATUS.
003600
003700     SELECT TXN-FILE ASSIGN TO "data/transactions.csv"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TXN-FILE-STATUS.
004000
004100     SELECT DECLINE-FILE ASSIGN TO "data/declines.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DECL-FILE-STATUS.
004400
004500     SELECT FINAL-RETURN-FILE ASSIGN TO "data/final_returns.csv"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FRET-FILE-STATUS.
004800
004900     SELECT HOLD-FILE ASSIGN TO "data/holds.csv"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-HOLD-FILE-STATUS.
005200
005300     SELECT BUDGET-ALERT-FILE ASSIGN TO "data/budget_alerts.csv"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ALRT-FILE-STATUS.
005600
005700     SELECT NOTICE-FILE ASSIGN TO "data/notices.dat"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-NTC-FILE-STATUS.
006000
006100     SELECT REPORT-FILE ASSIGN TO "data/notice_control.rpt"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RPT-FILE-STATUS.
006400
006500     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BDATE-FILE-STATUS.
006800
006900     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007410*****************************************************************
007420*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
007430*  (ACCTIDX), OPEN FOR THE WHOLE RUN SO EACH NOTICE'S ACCOUNT
007440*  (ITS CUSTOMER AND OVERDRAFT FACILITY) IS READ BY KEY.
007450*****************************************************************
007500 FD  ACCOUNT-IDX-FILE.
007600     COPY acctidx.
007700
007800 FD  CUSTOMER-FILE.
007900 01  CUSTOMER-RECORD            PIC X(200).
008000
008100 FD  TXN-FILE.
008200 01  TXN-RECORD                 PIC X(400).
008300
008400 FD  DECLINE-FILE.
008500 01  DECLINE-RECORD             PIC X(100).
008600
008700 FD  FINAL-RETURN-FILE.
008800 01  FINAL-RETURN-RECORD        PIC X(100).
008900
009000 FD  HOLD-FILE.
009100 01  HOLD-RECORD                PIC X(40).
009200
009300 FD  BUDGET-ALERT-FILE.
009400 01  ALERT-RECORD               PIC X(100).
009500
009600*****************************************************************
009700*  NOTICE-FILE - THE DAY'S NOTICES FOR THE MAILING HOUSE AND
009800*  THE E-MAIL GATEWAY, REWRITTEN EACH RUN.  ON A MONTH-END DAY
009900*  THE RUN AFTER BANKINT REPLACES THE DAILY ONE.
010000*****************************************************************
010100 FD  NOTICE-FILE.
010200 01  NOTICE-RECORD              PIC X(320).
010300
010400 FD  REPORT-FILE.
010500 01  REPORT-RECORD              PIC X(100).
010600
010700 FD  BUS-DATE-FILE.
010800 01  BUS-DATE-RECORD            PIC X(30).
010900
011000 FD  RUN-LOG-FILE.
011100 01  RUN-LOG-RECORD             PIC X(130).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-ACCT-FILE-STATUS        PIC XX.
011500 01  WS-CUST-FILE-STATUS        PIC XX.
011600 01  WS-TXN-FILE-STATUS         PIC XX.
011700 01  WS-DECL-FILE-STATUS        PIC XX.
011800 01  WS-FRET-FILE-STATUS        PIC XX.
011900 01  WS-HOLD-FILE-STATUS        PIC XX.
012000 01  WS-ALRT-FILE-STATUS        PIC XX.
012100 01  WS-NTC-FILE-STATUS         PIC XX.
012200 01  WS-RPT-FILE-STATUS         PIC XX.
012300 01  WS-BDATE-FILE-STATUS       PIC XX.
012400 01  WS-RUNLOG-FILE-STATUS      PIC XX.
012500 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
012600
012700*****************************************************************
012800*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
012900*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
013000*  THE RUN LOG.
013100*****************************************************************
013200 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
013300 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
013400 01  WS-SYSTEM-DATE-RL.
013500     05  SYSRL-YYYY             PIC 9(4).
013600     05  SYSRL-MM               PIC 9(2).
013700     05  SYSRL-DD               PIC 9(2).
013800 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
013900 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
014000
014100 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
014200     88  WS-ACCT-FOUND                      VALUE "Y".
014300 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
014400     88  WS-CUST-EOF                        VALUE "Y".
014500 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
014600     88  WS-TXN-EOF                         VALUE "Y".
014700 01  WS-EVENT-EOF-SW            PIC X       VALUE "N".
014800     88  WS-EVENT-EOF                       VALUE "Y".
014900
015000     COPY acctrec.
015100
015200     COPY custrec.
015300
015400     COPY txnrec.
015500
015600     COPY busdate.
015700
015800     COPY ntcrec.
015900
016000 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
016100
018000 01  WS-LOOKUP-ID               PIC X(10)   VALUE SPACES.
018100
018200*****************************************************************
018300*  CUSTOMER TABLE - NAME, MAILING ADDRESS, E-MAIL ADDRESS AND
018400*  DELIVERY PREFERENCE OF EVERY CUSTOMER ON THE MASTER.
018500*****************************************************************
018600 01  WS-CUST-TABLE.
018700     05  WS-CUST-ENTRY OCCURS 200 TIMES
018800                       INDEXED BY CUS-IDX.
018900         10  CUS-CUSTOMER-ID    PIC X(8).
019000         10  CUS-CUSTOMER-NAME  PIC X(30).
019100         10  CUS-ADDR-LINE-1    PIC X(30).
019200         10  CUS-ADDR-LINE-2    PIC X(30).
019300         10  CUS-CITY           PIC X(20).
019400         10  CUS-POSTCODE       PIC X(10).
019500         10  CUS-DELIVERY-PREF  PIC X(5).
019600         10  CUS-EMAIL-ADDR     PIC X(40).
019700 01  WS-CUST-COUNT              PIC 9(4)    VALUE 0.
019800 01  WS-CUST-MATCH-IDX          PIC 9(4)    VALUE 0.
019900 01  WS-LOOKUP-CUST-ID          PIC X(8)    VALUE SPACES.
020000
020100*****************************************************************
020200*  NOTICE TYPES, IN THE ORDER THE CONTROL REPORT LISTS THEM.
020300*  A CALLER OF 7000-ISSUE-NOTICE SETS WS-NTC-TYPE-IDX TO ONE OF
020400*  THESE:  1 NSF-DECLINE   2 FINAL-RETURN  3 DEPOSIT-HOLD
020500*          4 BUDGET-CAP    5 OVERDRAFT     6 OD-INTEREST
020600*****************************************************************
020700 01  WS-NTC-TYPE-INIT-TABLE.
020800     05  FILLER PIC X(12) VALUE "NSF-DECLINE ".
020900     05  FILLER PIC X(12) VALUE "FINAL-RETURN".
021000     05  FILLER PIC X(12) VALUE "DEPOSIT-HOLD".
021100     05  FILLER PIC X(12) VALUE "BUDGET-CAP  ".
021200     05  FILLER PIC X(12) VALUE "OVERDRAFT   ".
021300     05  FILLER PIC X(12) VALUE "OD-INTEREST ".
021400 01  WS-NTC-TYPE-TABLE REDEFINES WS-NTC-TYPE-INIT-TABLE.
021500     05  NTT-NAME               PIC X(12)   OCCURS 6 TIMES.
021600 01  WS-NTC-TYPE-MAX            PIC 9(4)    VALUE 6.
021700 01  WS-NTC-TYPE-IDX            PIC 9(4)    VALUE 0.
021800
021900 01  WS-NTC-COUNT-TABLE.
022000     05  WS-NTC-COUNT-ENTRY OCCURS 6 TIMES
022100                            INDEXED BY NTC-IDX.
022200         10  NTC-PRINT-COUNT    PIC 9(6).
022300         10  NTC-EMAIL-COUNT    PIC 9(6).
022400         10  NTC-EXCEPT-COUNT   PIC 9(6).
022500
022600 01  WS-NOTICE-COUNT            PIC 9(6)    VALUE 0.
022700 01  WS-PRINT-COUNT             PIC 9(6)    VALUE 0.
022800 01  WS-EMAIL-COUNT             PIC 9(6)    VALUE 0.
022900 01  WS-EXCEPT-COUNT            PIC 9(6)    VALUE 0.
023000 01  WS-EXCEPT-REASON           PIC X(30)   VALUE SPACES.
023100
023200*****************************************************************
023300*  LEDGER REPLAY WORK FIELDS - WS-FIRST-TXN-ID IS THE FIRST TXN
023400*  ID POSTED ON THE DAY BEING NOTIFIED; A HOLD WHOSE DEPOSIT
023500*  CARRIES THAT ID OR A LATER ONE WAS PLACED TODAY.  THE
023510*  BALANCE BEFORE A ROW IS ITS BALANCE AFTER LESS ITS OWN
023520*  SIGNED AMOUNT.  WS-OD-NOTICED-ID IS THE LAST ACCOUNT SENT AN
023530*  OVERDRAFT NOTICE: THE POSTING RUN WRITES AN ACCOUNT'S ROWS
023540*  FOR THE DAY TOGETHER, SO IT STOPS A SECOND NOTICE WHEN THE
023550*  ACCOUNT DIPS BELOW ZERO MORE THAN ONCE IN THE SAME RUN.
023600*****************************************************************
023700 01  WS-NEW-BALANCE             PIC S9(7)V99 VALUE 0.
023750 01  WS-PRIOR-BALANCE           PIC S9(7)V99 VALUE 0.
023800 01  WS-AMOUNT-NUM              PIC 9(7)V99  VALUE 0.
023900 01  WS-FIRST-TXN-ID            PIC 9(4)     VALUE 0.
024000 01  WS-DAY-ROWS-SW             PIC X        VALUE "N".
024100     88  WS-DAY-ROWS-SEEN                    VALUE "Y".
024150 01  WS-OD-NOTICED-ID           PIC X(10)    VALUE SPACES.
024200
024300*****************************************************************
024400*  READERS' VIEWS OF THE DAILY BATCH'S EVENT FILES, IN THE
024500*  LAYOUTS BANKMAIN WRITES THEM.
024600*****************************************************************
024700 01  WS-DECL-LINE.
024800     05  ND-ACCOUNT-ID          PIC X(10).
024900     05  FILLER                 PIC X.
025000     05  ND-DATE                PIC X(10).
025100     05  FILLER                 PIC X.
025200     05  ND-TXN-TYPE            PIC X(12).
025300     05  FILLER                 PIC X.
025400     05  ND-AMOUNT              PIC Z(7).99.
025500     05  FILLER                 PIC X.
025600     05  ND-BALANCE             PIC -Z(7).99.
025700     05  FILLER                 PIC X.
025800     05  ND-REASON              PIC X(24).
025900     05  FILLER                 PIC X.
026000     05  ND-SOURCE              PIC X.
026100
026200 01  WS-FRET-LINE.
026300     05  NR-ACCOUNT-ID          PIC X(10).
026400     05  FILLER                 PIC X.
026500     05  NR-DATE                PIC X(10).
026600     05  FILLER                 PIC X.
026700     05  NR-TXN-TYPE            PIC X(12).
026800     05  FILLER                 PIC X.
026900     05  NR-AMOUNT              PIC Z(7).99.
027000     05  FILLER                 PIC X.
027100     05  NR-ATTEMPTS            PIC 9(2).
027200     05  FILLER                 PIC X.
027300     05  NR-REASON              PIC X(24).
027400
027500 01  WS-HOLD-LINE.
027600     05  NH-ACCOUNT-ID          PIC X(10).
027700     05  FILLER                 PIC X.
027800     05  NH-AMOUNT              PIC 9(7)V99.
027900     05  FILLER                 PIC X.
028000     05  NH-RELEASE-DATE        PIC X(10).
028100     05  FILLER                 PIC X.
028200     05  NH-TXN-ID              PIC 9(4).
028300
028400 01  WS-ALRT-LINE.
028500     05  NB-ACCOUNT-ID          PIC X(10).
028600     05  FILLER                 PIC X.
028700     05  NB-DATE                PIC X(10).
028800     05  FILLER                 PIC X.
028900     05  NB-CATEGORY            PIC X(16).
029000     05  FILLER                 PIC X.
029100     05  NB-MONTH-TOTAL         PIC Z(7).99.
029200     05  FILLER                 PIC X.
029300     05  NB-CAP                 PIC Z(7).99.
029400     05  FILLER                 PIC X.
029500     05  NB-FLAG                PIC X(3).
029600
029700*****************************************************************
029800*  REPORT BUILD FIELDS
029900*****************************************************************
030000 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
030100 01  WS-R-COUNT                 PIC Z(5)9.
030200
030300 PROCEDURE DIVISION.
030400*****************************************************************
030500*  0000-MAINLINE
030600*****************************************************************
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE
030900     PERFORM 2000-SCAN-LEDGER
031000     PERFORM 3000-DECLINE-NOTICES
031100     PERFORM 4000-RETURN-NOTICES
031200     PERFORM 5000-HOLD-NOTICES
031300     PERFORM 6000-BUDGET-NOTICES
031400     PERFORM 9000-TERMINATE
031500     STOP RUN.
031600
031700*****************************************************************
031800*  1000-INITIALIZE - LOG THE START, TAKE THE DAY BEING NOTIFIED,
031900*  OPEN THE ACCOUNTS MASTER, LOAD THE CUSTOMER MASTER AND OPEN
032000*  THE NOTICE FILE AND CONTROL REPORT.
032100*****************************************************************
032200 1000-INITIALIZE.
032300     PERFORM 1060-STAMP-RUN-ID
032400     PERFORM 1050-STAMP-RUN-DATE
032500     PERFORM 1100-OPEN-ACCOUNTS
032600     PERFORM 1200-LOAD-CUSTOMERS
032700     PERFORM VARYING NTC-IDX FROM 1 BY 1
032800             UNTIL NTC-IDX > WS-NTC-TYPE-MAX
032900         MOVE 0 TO NTC-PRINT-COUNT  (NTC-IDX)
033000         MOVE 0 TO NTC-EMAIL-COUNT  (NTC-IDX)
033100         MOVE 0 TO NTC-EXCEPT-COUNT (NTC-IDX)
033200     END-PERFORM
033300     OPEN OUTPUT NOTICE-FILE
033400     IF WS-NTC-FILE-STATUS NOT = "00"
033500         MOVE "OPEN OUTPUT NOTICE-FILE" TO WS-ABEND-CONTEXT
033600         PERFORM 9900-ABEND-NOTICE-FILE
033700     END-IF
033800     OPEN OUTPUT REPORT-FILE
033900     IF WS-RPT-FILE-STATUS NOT = "00"
034000         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
034100         PERFORM 9910-ABEND-REPORT-FILE
034200     END-IF
034300     MOVE SPACES TO WS-RPT-LINE
034400     STRING "CUSTOMER NOTICE CONTROL REPORT FOR "
034500                                           DELIMITED BY SIZE
034600            WS-RUN-DATE                    DELIMITED BY SIZE
034700         INTO WS-RPT-LINE
034800     END-STRING
034900     PERFORM 8000-WRITE-REPORT-LINE
035000     MOVE "==================================================="
035100         TO WS-RPT-LINE
035200     PERFORM 8000-WRITE-REPORT-LINE
035300     MOVE SPACES TO WS-RPT-LINE
035400     PERFORM 8000-WRITE-REPORT-LINE
035500     MOVE "NOTICES NOT ISSUED:" TO WS-RPT-LINE
035600     PERFORM 8000-WRITE-REPORT-LINE
035700     MOVE "  TYPE         ACCOUNT    REASON" TO WS-RPT-LINE
035800     PERFORM 8000-WRITE-REPORT-LINE
035900     DISPLAY "CUSTOMER NOTICES FOR BUSINESS DATE " WS-RUN-DATE
036000     EXIT.
036100
036200*****************************************************************
036300*  1050-STAMP-RUN-DATE - THE DAY BEING NOTIFIED IS THE DAY THE
036400*  DAILY BATCH MOST RECENTLY POSTED (BD-LAST-DATE); BEFORE ANY
036500*  DAY HAS CLOSED THERE IS ONLY BD-RUN-DATE TO GO ON.
036600*****************************************************************
036700 1050-STAMP-RUN-DATE.
036800     OPEN INPUT BUS-DATE-FILE
036900     IF WS-BDATE-FILE-STATUS NOT = "00"
037000         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
037100         PERFORM 9920-ABEND-BUSDATE-FILE
037200     END-IF
037300     READ BUS-DATE-FILE
037400         AT END
037500             MOVE "READ BUS-DATE-FILE (EMPTY)"
037600                 TO WS-ABEND-CONTEXT
037700             PERFORM 9920-ABEND-BUSDATE-FILE
037800     END-READ
037900     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
038000     CLOSE BUS-DATE-FILE
038100     IF BD-LAST-DATE = SPACES
038200         MOVE BD-RUN-DATE  TO WS-RUN-DATE
038300     ELSE
038400         MOVE BD-LAST-DATE TO WS-RUN-DATE
038500     END-IF
038600     EXIT.
038700
038800*****************************************************************
038900*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
039000*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
039100*****************************************************************
039200 1060-STAMP-RUN-ID.
039300     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
039400     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
039500     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
039600            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
039700         INTO WS-RUN-ID
039800     END-STRING
039900     MOVE SPACES TO WS-RUN-LOG-LINE
040000     STRING "BANKNOTE,"  DELIMITED BY SIZE
040100            WS-RUN-ID    DELIMITED BY SIZE
040200            ",START"     DELIMITED BY SIZE
040300         INTO WS-RUN-LOG-LINE
040400     END-STRING
040500     PERFORM 9700-WRITE-RUN-LOG
040600     EXIT.
040700
040800*****************************************************************
040900*  1100-OPEN-ACCOUNTS - OPEN THE INDEXED ACCOUNTS MASTER; EACH
041000*  NOTICE'S ACCOUNT IS READ BY KEY.  NO MASTER, NO NOTICES -
041100*  THE RUN STOPS.  IT STAYS OPEN UNTIL 9000-TERMINATE.
041200*****************************************************************
041300 1100-OPEN-ACCOUNTS.
041400     OPEN INPUT ACCOUNT-IDX-FILE
041500     IF WS-ACCT-FILE-STATUS NOT = "00"
041600         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
041700         PERFORM 9930-ABEND-ACCOUNT-FILE
041800     END-IF
041900     EXIT.
045500
045600*****************************************************************
045700*  1200-LOAD-CUSTOMERS - EVERY CUSTOMER WITH NAME, ADDRESS AND
045800*  DELIVERY PREFERENCE.  STATUS "35" MEANS NO CUSTOMER HAS BEEN
045900*  KEYED YET; EVERY NOTICE THEN GOES TO THE EXCEPTION LIST.
046000*****************************************************************
046100 1200-LOAD-CUSTOMERS.
046200     OPEN INPUT CUSTOMER-FILE
046300     IF WS-CUST-FILE-STATUS = "00"
046400         PERFORM 1210-LOAD-CUSTOMER
046500             UNTIL WS-CUST-EOF
046600         CLOSE CUSTOMER-FILE
046700         IF WS-CUST-FILE-STATUS NOT = "00"
046800             MOVE "CLOSE CUSTOMER-FILE (LOAD)"
046900                 TO WS-ABEND-CONTEXT
047000             PERFORM 9940-ABEND-CUSTOMER-FILE
047100         END-IF
047200     ELSE
047300         IF WS-CUST-FILE-STATUS = "35"
047400             MOVE "Y" TO WS-CUST-EOF-SW
047500         ELSE
047600             MOVE "OPEN INPUT CUSTOMER-FILE"
047700                 TO WS-ABEND-CONTEXT
047800             PERFORM 9940-ABEND-CUSTOMER-FILE
047900         END-IF
048000     END-IF
048100     EXIT.
048200
048300 1210-LOAD-CUSTOMER.
048400     READ CUSTOMER-FILE
048500         AT END
048600             MOVE "Y" TO WS-CUST-EOF-SW
048700         NOT AT END
048800             IF WS-CUST-COUNT = 200
048900                 MOVE "WS-CUST-TABLE OCCURS 200"
049000                     TO WS-ABEND-CONTEXT
049100                 PERFORM 9980-ABEND-TABLE-OVERFLOW
049200             END-IF
049300             MOVE CUSTOMER-RECORD TO CUST-CSV-RECORD
049400             ADD 1 TO WS-CUST-COUNT
049500             MOVE C-CUSTOMER-ID
049600                 TO CUS-CUSTOMER-ID   (WS-CUST-COUNT)
049700             MOVE C-CUSTOMER-NAME
049800                 TO CUS-CUSTOMER-NAME (WS-CUST-COUNT)
049900             MOVE C-ADDR-LINE-1
050000                 TO CUS-ADDR-LINE-1   (WS-CUST-COUNT)
050100             MOVE C-ADDR-LINE-2
050200                 TO CUS-ADDR-LINE-2   (WS-CUST-COUNT)
050300             MOVE C-CITY
050400                 TO CUS-CITY          (WS-CUST-COUNT)
050500             MOVE C-POSTCODE
050600                 TO CUS-POSTCODE      (WS-CUST-COUNT)
050700             MOVE C-DELIVERY-PREF
050800                 TO CUS-DELIVERY-PREF (WS-CUST-COUNT)
050900             MOVE C-EMAIL-ADDR
051000                 TO CUS-EMAIL-ADDR    (WS-CUST-COUNT)
051100     END-READ
051200     EXIT.
051300
051400*****************************************************************
051500*  2000-SCAN-LEDGER - READ THE LEDGER FOR THE DAY'S ROWS OF
051600*  ACCOUNTS ON THE MASTER.  AN ITEM THAT TAKES A BALANCE FROM
051700*  ZERO OR ABOVE TO BELOW ZERO MEANS THE ACCOUNT HAS GONE INTO
051800*  ITS OVERDRAFT, AND AN OD-INTEREST ROW IS MONTH-END OVERDRAFT
051900*  INTEREST.  THE FIRST OF THE DAY'S TXN IDS IS KEPT FOR THE
052000*  HOLD NOTICES.  NO LEDGER YET MEANS NOTHING HAS POSTED.
052100*****************************************************************
052200 2000-SCAN-LEDGER.
052300     OPEN INPUT TXN-FILE
052400     IF WS-TXN-FILE-STATUS = "00"
052500         PERFORM 2100-READ-LEDGER-ROW
052600             UNTIL WS-TXN-EOF
052700         CLOSE TXN-FILE
052800     ELSE
052900         IF WS-TXN-FILE-STATUS NOT = "35"
053000             MOVE "OPEN INPUT TXN-FILE" TO WS-ABEND-CONTEXT
053100             PERFORM 9950-ABEND-TXN-FILE
053200         END-IF
053300     END-IF
053400     EXIT.
053500
053600 2100-READ-LEDGER-ROW.
053700     READ TXN-FILE
053800         AT END
053900             MOVE "Y" TO WS-TXN-EOF-SW
054000         NOT AT END
054100             MOVE TXN-RECORD TO TXN-CSV-RECORD
054200             PERFORM 2200-CHECK-LEDGER-ROW
054300     END-READ
054400     EXIT.
054500
054600 2200-CHECK-LEDGER-ROW.
054700     IF F-DATE = WS-RUN-DATE
054800         MOVE F-ACCOUNT-ID TO WS-LOOKUP-ID
054850         PERFORM 7100-FIND-ACCOUNT
054900         IF WS-ACCT-FOUND
055000             MOVE F-BALANCE-AFTER TO WS-NEW-BALANCE
055020             MOVE F-AMOUNT        TO WS-AMOUNT-NUM
055040             IF F-SIGN = "-"
055060                 COMPUTE WS-PRIOR-BALANCE =
055080                     WS-NEW-BALANCE + WS-AMOUNT-NUM
055090             ELSE
055100                 COMPUTE WS-PRIOR-BALANCE =
055150                     WS-NEW-BALANCE - WS-AMOUNT-NUM
055180             END-IF
055200             IF NOT WS-DAY-ROWS-SEEN
055300                 MOVE F-TXN-ID TO WS-FIRST-TXN-ID
055400                 MOVE "Y" TO WS-DAY-ROWS-SW
055500             END-IF
055600             IF F-TXN-TYPE = "OD-INTEREST"
055700                 PERFORM 2300-OD-INTEREST-NOTICE
055800             END-IF
055900             IF WS-NEW-BALANCE < 0
056000                AND WS-PRIOR-BALANCE NOT < 0
056200                AND F-ACCOUNT-ID NOT = WS-OD-NOTICED-ID
056300                 MOVE F-ACCOUNT-ID TO WS-OD-NOTICED-ID
056500                 PERFORM 2400-OVERDRAFT-NOTICE
056600             END-IF
056700         END-IF
057000     END-IF
057100     EXIT.
057200
057300 2300-OD-INTEREST-NOTICE.
057400     PERFORM 7050-CLEAR-NOTICE
057500     MOVE 6               TO WS-NTC-TYPE-IDX
057600     MOVE F-ACCOUNT-ID    TO NT-ACCOUNT-ID
057700     MOVE F-TXN-TYPE      TO NT-TXN-TYPE
057800     MOVE F-AMOUNT        TO WS-AMOUNT-NUM
057900     MOVE WS-AMOUNT-NUM   TO NT-AMOUNT
058000     MOVE WS-NEW-BALANCE  TO NT-BALANCE
058100     PERFORM 7000-ISSUE-NOTICE
058200     EXIT.
058300
058400 2400-OVERDRAFT-NOTICE.
058500     PERFORM 7050-CLEAR-NOTICE
058600     MOVE 5               TO WS-NTC-TYPE-IDX
058700     MOVE F-ACCOUNT-ID    TO NT-ACCOUNT-ID
058800     MOVE F-TXN-TYPE      TO NT-TXN-TYPE
058900     MOVE F-AMOUNT        TO WS-AMOUNT-NUM
059000     MOVE WS-AMOUNT-NUM   TO NT-AMOUNT
059100     MOVE WS-NEW-BALANCE  TO NT-BALANCE
059200     IF A-OD-LIMIT NUMERIC
059250         MOVE A-OD-LIMIT TO NT-LIMIT
059280     END-IF
059300     PERFORM 7000-ISSUE-NOTICE
059400     EXIT.
059500
059600*****************************************************************
059700*  3000-DECLINE-NOTICES - ONE NOTICE PER ITEM DECLINED TODAY FOR
059800*  WANT OF FUNDS (INSUFFICIENT FUNDS, OR FUNDS THERE BUT ON
059900*  HOLD).  DECLINES FOR OTHER REASONS - A FROZEN ACCOUNT, A
060000*  STOP PAYMENT - ARE THE BRANCH'S TO EXPLAIN, NOT A LETTER'S.
060100*****************************************************************
060200 3000-DECLINE-NOTICES.
060300     MOVE "N" TO WS-EVENT-EOF-SW
060400     OPEN INPUT DECLINE-FILE
060500     IF WS-DECL-FILE-STATUS = "00"
060600         PERFORM 3100-READ-DECLINE
060700             UNTIL WS-EVENT-EOF
060800         CLOSE DECLINE-FILE
060900     ELSE
061000         IF WS-DECL-FILE-STATUS NOT = "35"
061100             MOVE "OPEN INPUT DECLINE-FILE" TO WS-ABEND-CONTEXT
061200             MOVE WS-DECL-FILE-STATUS TO WS-ABEND-STATUS
061300             PERFORM 9960-ABEND-EVENT-FILE
061400         END-IF
061500     END-IF
061600     EXIT.
061700
061800 3100-READ-DECLINE.
061900     READ DECLINE-FILE
062000         AT END
062100             MOVE "Y" TO WS-EVENT-EOF-SW
062200         NOT AT END
062300             MOVE DECLINE-RECORD TO WS-DECL-LINE
062400             IF ND-DATE = WS-RUN-DATE
062500                AND (ND-REASON = "INSUFFICIENT FUNDS"
062600                     OR ND-REASON = "FUNDS ON HOLD")
062700                 PERFORM 7050-CLEAR-NOTICE
062800                 MOVE 1               TO WS-NTC-TYPE-IDX
062900                 MOVE ND-ACCOUNT-ID   TO NT-ACCOUNT-ID
063000                 MOVE ND-TXN-TYPE     TO NT-TXN-TYPE
063100                 MOVE ND-AMOUNT       TO WS-AMOUNT-NUM
063200                 MOVE WS-AMOUNT-NUM   TO NT-AMOUNT
063300                 MOVE ND-BALANCE      TO WS-NEW-BALANCE
063400                 MOVE WS-NEW-BALANCE  TO NT-BALANCE
063500                 MOVE ND-REASON       TO NT-DETAIL
063600                 PERFORM 7000-ISSUE-NOTICE
063700             END-IF
063800     END-READ
063900     EXIT.
064000
064100*****************************************************************
064200*  4000-RETURN-NOTICES - ONE NOTICE PER ITEM RETURNED TODAY
064300*  AFTER ITS LAST ALLOWED PRESENTATION.
064400*****************************************************************
064500 4000-RETURN-NOTICES.
064600     MOVE "N" TO WS-EVENT-EOF-SW
064700     OPEN INPUT FINAL-RETURN-FILE
064800     IF WS-FRET-FILE-STATUS = "00"
064900         PERFORM 4100-READ-FINAL-RETURN
065000             UNTIL WS-EVENT-EOF
065100         CLOSE FINAL-RETURN-FILE
065200     ELSE
065300         IF WS-FRET-FILE-STATUS NOT = "35"
065400             MOVE "OPEN INPUT FINAL-RETURN" TO WS-ABEND-CONTEXT
065500             MOVE WS-FRET-FILE-STATUS TO WS-ABEND-STATUS
065600             PERFORM 9960-ABEND-EVENT-FILE
065700         END-IF
065800     END-IF
065900     EXIT.
066000
066100 4100-READ-FINAL-RETURN.
066200     READ FINAL-RETURN-FILE
066300         AT END
066400             MOVE "Y" TO WS-EVENT-EOF-SW
066500         NOT AT END
066600             MOVE FINAL-RETURN-RECORD TO WS-FRET-LINE
066700             IF NR-DATE = WS-RUN-DATE
066800                 PERFORM 7050-CLEAR-NOTICE
066900                 MOVE 2               TO WS-NTC-TYPE-IDX
067000                 MOVE NR-ACCOUNT-ID   TO NT-ACCOUNT-ID
067100                 MOVE NR-TXN-TYPE     TO NT-TXN-TYPE
067200                 MOVE NR-AMOUNT       TO WS-AMOUNT-NUM
067300                 MOVE WS-AMOUNT-NUM   TO NT-AMOUNT
067400                 MOVE NR-REASON       TO NT-DETAIL
067500                 PERFORM 7000-ISSUE-NOTICE
067600             END-IF
067700     END-READ
067800     EXIT.
067900
068000*****************************************************************
068100*  5000-HOLD-NOTICES - THE HOLDS FILE CARRIES EVERY HOLD STILL
068200*  IN FORCE; ONLY THOSE PLACED TODAY (ORIGINATING DEPOSIT POSTED
068300*  TODAY) ARE NOTIFIED, WITH THE DATE THE FUNDS ARE RELEASED.
068400*****************************************************************
068500 5000-HOLD-NOTICES.
068600     MOVE "N" TO WS-EVENT-EOF-SW
068700     IF WS-DAY-ROWS-SEEN
068800         OPEN INPUT HOLD-FILE
068900         IF WS-HOLD-FILE-STATUS = "00"
069000             PERFORM 5100-READ-HOLD
069100                 UNTIL WS-EVENT-EOF
069200             CLOSE HOLD-FILE
069300         ELSE
069400             IF WS-HOLD-FILE-STATUS NOT = "35"
069500                 MOVE "OPEN INPUT HOLD-FILE"
069600                     TO WS-ABEND-CONTEXT
069700                 MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
069800                 PERFORM 9960-ABEND-EVENT-FILE
069900             END-IF
070000         END-IF
070100     END-IF
070200     EXIT.
070300
070400 5100-READ-HOLD.
070500     READ HOLD-FILE
070600         AT END
070700             MOVE "Y" TO WS-EVENT-EOF-SW
070800         NOT AT END
070900             MOVE HOLD-RECORD TO WS-HOLD-LINE
071000             IF NH-TXN-ID NOT < WS-FIRST-TXN-ID
071100                 PERFORM 7050-CLEAR-NOTICE
071200                 MOVE 3               TO WS-NTC-TYPE-IDX
071300                 MOVE NH-ACCOUNT-ID   TO NT-ACCOUNT-ID
071400                 MOVE "DEPOSIT"       TO NT-TXN-TYPE
071500                 MOVE NH-AMOUNT       TO NT-AMOUNT
071600                 MOVE NH-RELEASE-DATE TO NT-REF-DATE
071700                 PERFORM 7000-ISSUE-NOTICE
071800             END-IF
071900     END-READ
072000     EXIT.
072100
072200*****************************************************************
072300*  6000-BUDGET-NOTICES - ONE NOTICE PER BUDGET-CAP ALERT RAISED
072400*  TODAY: THE CATEGORY, THE MONTH'S SPEND SO FAR AND THE CAP.
072500*****************************************************************
072600 6000-BUDGET-NOTICES.
072700     MOVE "N" TO WS-EVENT-EOF-SW
072800     OPEN INPUT BUDGET-ALERT-FILE
072900     IF WS-ALRT-FILE-STATUS = "00"
073000         PERFORM 6100-READ-ALERT
073100             UNTIL WS-EVENT-EOF
073200         CLOSE BUDGET-ALERT-FILE
073300     ELSE
073400         IF WS-ALRT-FILE-STATUS NOT = "35"
073500             MOVE "OPEN INPUT BUDGET-ALERT" TO WS-ABEND-CONTEXT
073600             MOVE WS-ALRT-FILE-STATUS TO WS-ABEND-STATUS
073700             PERFORM 9960-ABEND-EVENT-FILE
073800         END-IF
073900     END-IF
074000     EXIT.
074100
074200 6100-READ-ALERT.
074300     READ BUDGET-ALERT-FILE
074400         AT END
074500             MOVE "Y" TO WS-EVENT-EOF-SW
074600         NOT AT END
074700             MOVE ALERT-RECORD TO WS-ALRT-LINE
074800             IF NB-DATE = WS-RUN-DATE
074900                 PERFORM 7050-CLEAR-NOTICE
075000                 MOVE 4               TO WS-NTC-TYPE-IDX
075100                 MOVE NB-ACCOUNT-ID   TO NT-ACCOUNT-ID
075200                 MOVE NB-CATEGORY     TO NT-DETAIL
075300                 MOVE NB-MONTH-TOTAL  TO WS-AMOUNT-NUM
075400                 MOVE WS-AMOUNT-NUM   TO NT-AMOUNT
075500                 MOVE NB-CAP          TO WS-AMOUNT-NUM
075600                 MOVE WS-AMOUNT-NUM   TO NT-LIMIT
075700                 PERFORM 7000-ISSUE-NOTICE
075800             END-IF
075900     END-READ
076000     EXIT.
076100
076200*****************************************************************
076300*  7000-ISSUE-NOTICE - ADDRESS THE NOTICE THE CALLER HAS BUILT
076400*  (TYPE IN WS-NTC-TYPE-IDX, ACCOUNT AND DETAIL IN NTC-CSV-
076500*  RECORD) THROUGH THE ACCOUNT'S CUSTOMER AND WRITE IT.  ONE
076600*  THAT CANNOT BE ADDRESSED GOES ON THE CONTROL REPORT INSTEAD
076700*  SO THE BRANCH CAN FIX THE MASTER AND CONTACT THE CLIENT.
076800*****************************************************************
076900 7000-ISSUE-NOTICE.
077000     MOVE SPACES TO WS-EXCEPT-REASON
077100     MOVE NTT-NAME (WS-NTC-TYPE-IDX) TO NT-NOTICE-TYPE
077200     MOVE NT-ACCOUNT-ID TO WS-LOOKUP-ID
077300     PERFORM 7100-FIND-ACCOUNT
077400     IF NOT WS-ACCT-FOUND
077500         MOVE "ACCOUNT NOT ON MASTER" TO WS-EXCEPT-REASON
077600     ELSE
077700         MOVE A-CUSTOMER-ID TO WS-LOOKUP-CUST-ID
077900         PERFORM 7200-FIND-CUSTOMER
078000         IF WS-CUST-MATCH-IDX = 0
078100             MOVE "CUSTOMER NOT ON MASTER" TO WS-EXCEPT-REASON
078200         ELSE
078300             PERFORM 7300-ADDRESS-NOTICE
078400         END-IF
078500     END-IF
078600     IF WS-EXCEPT-REASON = SPACES
078700         ADD 1 TO WS-NOTICE-COUNT
078800         MOVE WS-NOTICE-COUNT TO NT-NOTICE-NO
078900         MOVE WS-RUN-DATE     TO NT-NOTICE-DATE
079000         MOVE NTC-CSV-RECORD  TO NOTICE-RECORD
079100         WRITE NOTICE-RECORD
079200         IF WS-NTC-FILE-STATUS NOT = "00"
079300             MOVE "WRITE NOTICE-RECORD" TO WS-ABEND-CONTEXT
079400             PERFORM 9900-ABEND-NOTICE-FILE
079500         END-IF
079600         IF NT-DELIVERY = "EMAIL"
079700             ADD 1 TO NTC-EMAIL-COUNT (WS-NTC-TYPE-IDX)
079800             ADD 1 TO WS-EMAIL-COUNT
079900         ELSE
080000             ADD 1 TO NTC-PRINT-COUNT (WS-NTC-TYPE-IDX)
080100             ADD 1 TO WS-PRINT-COUNT
080200         END-IF
080300     ELSE
080400         ADD 1 TO NTC-EXCEPT-COUNT (WS-NTC-TYPE-IDX)
080500         ADD 1 TO WS-EXCEPT-COUNT
080600         MOVE SPACES TO WS-RPT-LINE
080700         STRING "  "             DELIMITED BY SIZE
080800                NT-NOTICE-TYPE   DELIMITED BY SIZE
080900                " "              DELIMITED BY SIZE
081000                NT-ACCOUNT-ID    DELIMITED BY SIZE
081100                " "              DELIMITED BY SIZE
081200                WS-EXCEPT-REASON DELIMITED BY SIZE
081300             INTO WS-RPT-LINE
081400         END-STRING
081500         PERFORM 8000-WRITE-REPORT-LINE
081600     END-IF
081700     EXIT.
081800
081900*****************************************************************
082000*  7050-CLEAR-NOTICE - EMPTY EVERY FIELD OF THE NOTICE LINE
082100*  (THE SEPARATORS STAY) BEFORE A CALLER BUILDS THE NEXT ONE.
082200*****************************************************************
082300 7050-CLEAR-NOTICE.
082400     MOVE SPACES TO NT-NOTICE-DATE NT-NOTICE-TYPE NT-DELIVERY
082500     MOVE SPACES TO NT-CUSTOMER-ID NT-CUSTOMER-NAME
082600     MOVE SPACES TO NT-ADDR-LINE-1 NT-ADDR-LINE-2 NT-CITY
082700     MOVE SPACES TO NT-POSTCODE NT-EMAIL-ADDR NT-ACCOUNT-ID
082800     MOVE SPACES TO NT-TXN-TYPE NT-REF-DATE NT-DETAIL
082900     MOVE 0 TO NT-NOTICE-NO NT-AMOUNT NT-BALANCE NT-LIMIT
083000     EXIT.
083100
083110*****************************************************************
083120*  7100-FIND-ACCOUNT - READ WS-LOOKUP-ID BY KEY INTO ACCT-CSV-
083130*  RECORD.  STATUS 23 IS AN ACCOUNT NOT ON THE MASTER; ANYTHING
083140*  ELSE BUT 00 IS A FILE ERROR.
083150*****************************************************************
083200 7100-FIND-ACCOUNT.
083300     MOVE "N" TO WS-ACCT-FOUND-SW
083400     MOVE WS-LOOKUP-ID TO AX-ACCOUNT-ID
083500     READ ACCOUNT-IDX-FILE
083600         INVALID KEY
083700             MOVE "N" TO WS-ACCT-FOUND-SW
083750         NOT INVALID KEY
083800             MOVE "Y" TO WS-ACCT-FOUND-SW
083850             MOVE ACCOUNT-IDX-RECORD TO ACCT-CSV-RECORD
083900     END-READ
083950     IF WS-ACCT-FILE-STATUS NOT = "00"
083960        AND WS-ACCT-FILE-STATUS NOT = "23"
083970         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
083980         PERFORM 9930-ABEND-ACCOUNT-FILE
084000     END-IF
084100     EXIT.
084200
084300 7200-FIND-CUSTOMER.
084400     MOVE 0 TO WS-CUST-MATCH-IDX
084500     IF WS-LOOKUP-CUST-ID NOT = SPACES
084600         PERFORM VARYING CUS-IDX FROM 1 BY 1
084700                 UNTIL CUS-IDX > WS-CUST-COUNT
084800             IF CUS-CUSTOMER-ID (CUS-IDX) = WS-LOOKUP-CUST-ID
084900                 MOVE CUS-IDX       TO WS-CUST-MATCH-IDX
085000                 MOVE WS-CUST-COUNT TO CUS-IDX
085100             END-IF
085200         END-PERFORM
085300     END-IF
085400     EXIT.
085500
085600*****************************************************************
085700*  7300-ADDRESS-NOTICE - NAME AND ADDRESS FROM THE CUSTOMER AT
085800*  WS-CUST-MATCH-IDX AND THE CHANNEL TO USE: E-MAIL WHEN THE
085900*  CLIENT ASKED FOR IT AND AN ADDRESS IS ON FILE, OTHERWISE
086000*  PRINT - WHICH NEEDS A MAILING ADDRESS TO GO TO.
086100*****************************************************************
086200 7300-ADDRESS-NOTICE.
086300     MOVE CUS-CUSTOMER-ID   (WS-CUST-MATCH-IDX) TO NT-CUSTOMER-ID
086400     MOVE CUS-CUSTOMER-NAME (WS-CUST-MATCH-IDX)
086500         TO NT-CUSTOMER-NAME
086600     MOVE CUS-ADDR-LINE-1   (WS-CUST-MATCH-IDX) TO NT-ADDR-LINE-1
086700     MOVE CUS-ADDR-LINE-2   (WS-CUST-MATCH-IDX) TO NT-ADDR-LINE-2
086800     MOVE CUS-CITY          (WS-CUST-MATCH-IDX) TO NT-CITY
086900     MOVE CUS-POSTCODE      (WS-CUST-MATCH-IDX) TO NT-POSTCODE
087000     MOVE CUS-EMAIL-ADDR    (WS-CUST-MATCH-IDX) TO NT-EMAIL-ADDR
087100     IF CUS-DELIVERY-PREF (WS-CUST-MATCH-IDX) = "EMAIL"
087200        AND NT-EMAIL-ADDR NOT = SPACES
087300         MOVE "EMAIL" TO NT-DELIVERY
087400     ELSE
087500         IF NT-ADDR-LINE-1 = SPACES
087600             MOVE "NO MAILING ADDRESS" TO WS-EXCEPT-REASON
087700         ELSE
087800             MOVE "PRINT" TO NT-DELIVERY
087900         END-IF
088000     END-IF
088100     EXIT.
088200
088300 8000-WRITE-REPORT-LINE.
088400     MOVE WS-RPT-LINE TO REPORT-RECORD
088500     WRITE REPORT-RECORD
088600     IF WS-RPT-FILE-STATUS NOT = "00"
088700         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
088800         PERFORM 9910-ABEND-REPORT-FILE
088900     END-IF
089000     EXIT.
089100
089200*****************************************************************
089300*  8100-WRITE-TYPE-LINE - ONE LINE OF THE SUMMARY: THE TITLE
089400*  ALREADY IN WS-RPT-LINE, THEN THE PRINT, E-MAIL AND NOT-ISSUED
089500*  COUNTS OF THE TYPE AT NTC-IDX.
089600*****************************************************************
089700 8100-WRITE-TYPE-LINE.
089800     MOVE NTC-PRINT-COUNT  (NTC-IDX) TO WS-R-COUNT
089900     MOVE WS-R-COUNT TO WS-RPT-LINE (21:6)
090000     MOVE NTC-EMAIL-COUNT  (NTC-IDX) TO WS-R-COUNT
090100     MOVE WS-R-COUNT TO WS-RPT-LINE (29:6)
090200     MOVE NTC-EXCEPT-COUNT (NTC-IDX) TO WS-R-COUNT
090300     MOVE WS-R-COUNT TO WS-RPT-LINE (40:6)
090400     PERFORM 8000-WRITE-REPORT-LINE
090500     EXIT.
090600
090700*****************************************************************
090800*  9000-TERMINATE - CLOSE THE NOTICE FILE, SUMMARISE THE NOTICES
090900*  BY TYPE AND CHANNEL AND LOG THE END OF THE RUN.  A NOTICE
091000*  THAT COULD NOT BE ISSUED LEAVES A WARNING RETURN CODE.
091100*****************************************************************
091200 9000-TERMINATE.
091300     CLOSE NOTICE-FILE
091400     IF WS-NTC-FILE-STATUS NOT = "00"
091500         MOVE "CLOSE NOTICE-FILE" TO WS-ABEND-CONTEXT
091600         PERFORM 9900-ABEND-NOTICE-FILE
091700     END-IF
091720     CLOSE ACCOUNT-IDX-FILE
091740     IF WS-ACCT-FILE-STATUS NOT = "00"
091760         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
091780         PERFORM 9930-ABEND-ACCOUNT-FILE
091790     END-IF
091800     IF WS-EXCEPT-COUNT = 0
091900         MOVE "  (NONE)" TO WS-RPT-LINE
092000         PERFORM 8000-WRITE-REPORT-LINE
092100     END-IF
092200     MOVE SPACES TO WS-RPT-LINE
092300     PERFORM 8000-WRITE-REPORT-LINE
092400     MOVE "NOTICES BY TYPE:     PRINT   EMAIL  NOT ISSUED"
092500         TO WS-RPT-LINE
092600     PERFORM 8000-WRITE-REPORT-LINE
092700     PERFORM VARYING NTC-IDX FROM 1 BY 1
092800             UNTIL NTC-IDX > WS-NTC-TYPE-MAX
092900         MOVE SPACES TO WS-RPT-LINE
093000         MOVE NTT-NAME (NTC-IDX) TO WS-RPT-LINE (3:12)
093100         PERFORM 8100-WRITE-TYPE-LINE
093200     END-PERFORM
093300     MOVE "  TOTAL" TO WS-RPT-LINE
093400     MOVE WS-PRINT-COUNT  TO WS-R-COUNT
093500     MOVE WS-R-COUNT TO WS-RPT-LINE (21:6)
093600     MOVE WS-EMAIL-COUNT  TO WS-R-COUNT
093700     MOVE WS-R-COUNT TO WS-RPT-LINE (29:6)
093800     MOVE WS-EXCEPT-COUNT TO WS-R-COUNT
093900     MOVE WS-R-COUNT TO WS-RPT-LINE (40:6)
094000     PERFORM 8000-WRITE-REPORT-LINE
094100     MOVE SPACES TO WS-RPT-LINE
094200     PERFORM 8000-WRITE-REPORT-LINE
094300     MOVE "END OF CUSTOMER NOTICE CONTROL REPORT" TO WS-RPT-LINE
094400     PERFORM 8000-WRITE-REPORT-LINE
094500     CLOSE REPORT-FILE
094600     IF WS-RPT-FILE-STATUS NOT = "00"
094700         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
094800         PERFORM 9910-ABEND-REPORT-FILE
094900     END-IF
095000     DISPLAY "Notices issued : " WS-NOTICE-COUNT
095100             "  print: " WS-PRINT-COUNT
095200             "  email: " WS-EMAIL-COUNT
095300     DISPLAY "Not issued     : " WS-EXCEPT-COUNT
095400     DISPLAY "Customer notice run complete."
095500     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
095600     MOVE SPACES TO WS-RUN-LOG-LINE
095700     IF WS-EXCEPT-COUNT > 0
095800         MOVE 4 TO RETURN-CODE
095900         STRING "BANKNOTE,"        DELIMITED BY SIZE
096000                WS-RUN-ID          DELIMITED BY SIZE
096100                ",END,NOTICES="    DELIMITED BY SIZE
096200                WS-NOTICE-COUNT    DELIMITED BY SIZE
096300                ",PRINT="          DELIMITED BY SIZE
096400                WS-PRINT-COUNT     DELIMITED BY SIZE
096500                ",EMAIL="          DELIMITED BY SIZE
096600                WS-EMAIL-COUNT     DELIMITED BY SIZE
096700                ",NOTISSUED="      DELIMITED BY SIZE
096800                WS-EXCEPT-COUNT    DELIMITED BY SIZE
096900                ",RC=04"           DELIMITED BY SIZE
097000                ",ENDED="          DELIMITED BY SIZE
097100                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
097200             INTO WS-RUN-LOG-LINE
097300         END-STRING
097400     ELSE
097500         STRING "BANKNOTE,"        DELIMITED BY SIZE
097600                WS-RUN-ID          DELIMITED BY SIZE
097700                ",END,NOTICES="    DELIMITED BY SIZE
097800                WS-NOTICE-COUNT    DELIMITED BY SIZE
097900                ",PRINT="          DELIMITED BY SIZE
098000                WS-PRINT-COUNT     DELIMITED BY SIZE
098100                ",EMAIL="          DELIMITED BY SIZE
098200                WS-EMAIL-COUNT     DELIMITED BY SIZE
098300                ",NOTISSUED="      DELIMITED BY SIZE
098400                WS-EXCEPT-COUNT    DELIMITED BY SIZE
098500                ",RC=00"           DELIMITED BY SIZE
098600                ",ENDED="          DELIMITED BY SIZE
098700                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
098800             INTO WS-RUN-LOG-LINE
098900         END-STRING
099000     END-IF
099100     PERFORM 9700-WRITE-RUN-LOG
099200     EXIT.
099300
099400*****************************************************************
099500*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
099600*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
099700*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
099800*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
099900*  THE RUN.
100000*****************************************************************
100100 9700-WRITE-RUN-LOG.
100200     OPEN EXTEND RUN-LOG-FILE
100300     IF WS-RUNLOG-FILE-STATUS = "35"
100400         OPEN OUTPUT RUN-LOG-FILE
100500     END-IF
100600     IF WS-RUNLOG-FILE-STATUS NOT = "00"
100700         DISPLAY "BANKNOTE: RUN LOG UNAVAILABLE, STATUS="
100800                 WS-RUNLOG-FILE-STATUS
100900     ELSE
101000         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
101100         WRITE RUN-LOG-RECORD
101200         IF WS-RUNLOG-FILE-STATUS NOT = "00"
101300             DISPLAY "BANKNOTE: RUN LOG WRITE FAILED, STATUS="
101400                     WS-RUNLOG-FILE-STATUS
101500         END-IF
101600         CLOSE RUN-LOG-FILE
101700     END-IF
101800     EXIT.
101900
102000*****************************************************************
102100*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
102200*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
102300*  PARAGRAPH BEFORE ITS STOP RUN.
102400*****************************************************************
102500 9800-LOG-ABEND.
102600     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
102700     MOVE SPACES TO WS-RUN-LOG-LINE
102800     STRING "BANKNOTE,"      DELIMITED BY SIZE
102900            WS-RUN-ID        DELIMITED BY SIZE
103000            ",ABEND,"        DELIMITED BY SIZE
103100            WS-ABEND-CONTEXT DELIMITED BY SIZE
103200            ",STATUS="       DELIMITED BY SIZE
103300            WS-ABEND-STATUS  DELIMITED BY SIZE
103400            ",RC=16"         DELIMITED BY SIZE
103500            ",ENDED="        DELIMITED BY SIZE
103600            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
103700         INTO WS-RUN-LOG-LINE
103800     END-STRING
103900     PERFORM 9700-WRITE-RUN-LOG
104000     EXIT.
104100
104200*****************************************************************
104300*  9900-ABEND-NOTICE-FILE - THE PRINT/MAIL FILE COULD NOT BE
104400*  WRITTEN.  A PARTIAL FILE WOULD SEND SOME CLIENTS THEIR
104500*  NOTICES AND SILENTLY DROP THE REST, SO THE RUN STOPS.
104600*****************************************************************
104700 9900-ABEND-NOTICE-FILE.
104800     DISPLAY "BANKNOTE: FATAL - NOTICE-FILE ERROR ON "
104900             WS-ABEND-CONTEXT
105000     DISPLAY "BANKNOTE: FILE STATUS=" WS-NTC-FILE-STATUS
105100     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
105200     MOVE WS-NTC-FILE-STATUS TO WS-ABEND-STATUS
105300     PERFORM 9800-LOG-ABEND
105400     MOVE 16 TO RETURN-CODE
105500     STOP RUN.
105600
105700*****************************************************************
105800*  9910-ABEND-REPORT-FILE - THE CONTROL REPORT COULD NOT BE
105900*  WRITTEN.  NOTICES NOBODY CAN RECONCILE ARE NOT RELEASED, SO
106000*  THE RUN STOPS.
106100*****************************************************************
106200 9910-ABEND-REPORT-FILE.
106300     DISPLAY "BANKNOTE: FATAL - REPORT-FILE ERROR ON "
106400             WS-ABEND-CONTEXT
106500     DISPLAY "BANKNOTE: FILE STATUS=" WS-RPT-FILE-STATUS
106600     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
106700     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
106800     PERFORM 9800-LOG-ABEND
106900     MOVE 16 TO RETURN-CODE
107000     STOP RUN.
107100
107200*****************************************************************
107300*  9920-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
107400*  COULD NOT BE READ, SO THERE IS NO DAY TO NOTIFY.  THE RUN
107500*  STOPS.
107600*****************************************************************
107700 9920-ABEND-BUSDATE-FILE.
107800     DISPLAY "BANKNOTE: FATAL - BUS-DATE-FILE ERROR ON "
107900             WS-ABEND-CONTEXT
108000     DISPLAY "BANKNOTE: FILE STATUS=" WS-BDATE-FILE-STATUS
108100     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
108200     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
108300     PERFORM 9800-LOG-ABEND
108400     MOVE 16 TO RETURN-CODE
108500     STOP RUN.
108600
108700 9930-ABEND-ACCOUNT-FILE.
108800     DISPLAY "BANKNOTE: FATAL - ACCOUNT-IDX-FILE ERROR ON "
108900             WS-ABEND-CONTEXT
109000     DISPLAY "BANKNOTE: FILE STATUS=" WS-ACCT-FILE-STATUS
109100     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
109200     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
109300     PERFORM 9800-LOG-ABEND
109400     MOVE 16 TO RETURN-CODE
109500     STOP RUN.
109600
109700 9940-ABEND-CUSTOMER-FILE.
109800     DISPLAY "BANKNOTE: FATAL - CUSTOMER-FILE ERROR ON "
109900             WS-ABEND-CONTEXT
110000     DISPLAY "BANKNOTE: FILE STATUS=" WS-CUST-FILE-STATUS
110100     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
110200     MOVE WS-CUST-FILE-STATUS TO WS-ABEND-STATUS
110300     PERFORM 9800-LOG-ABEND
110400     MOVE 16 TO RETURN-CODE
110500     STOP RUN.
110600
110700 9950-ABEND-TXN-FILE.
110800     DISPLAY "BANKNOTE: FATAL - TXN-FILE ERROR ON "
110900             WS-ABEND-CONTEXT
111000     DISPLAY "BANKNOTE: FILE STATUS=" WS-TXN-FILE-STATUS
111100     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
111200     MOVE WS-TXN-FILE-STATUS TO WS-ABEND-STATUS
111300     PERFORM 9800-LOG-ABEND
111400     MOVE 16 TO RETURN-CODE
111500     STOP RUN.
111600
111700*****************************************************************
111800*  9960-ABEND-EVENT-FILE - ONE OF THE DAILY BATCH'S EVENT FILES
111900*  (DECLINES, FINAL RETURNS, HOLDS, BUDGET ALERTS) EXISTS BUT
112000*  COULD NOT BE READ.  THE CALLER HAS NAMED THE FILE IN THE
112100*  CONTEXT AND PUT ITS STATUS IN WS-ABEND-STATUS.  NOTICES CUT
112200*  FROM HALF THE DAY'S EVENTS WOULD MISS CLIENTS, SO THE RUN
112300*  STOPS.
112400*****************************************************************
112500 9960-ABEND-EVENT-FILE.
112600     DISPLAY "BANKNOTE: FATAL - EVENT FILE ERROR ON "
112700             WS-ABEND-CONTEXT
112800     DISPLAY "BANKNOTE: FILE STATUS=" WS-ABEND-STATUS
112900     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
113000     PERFORM 9800-LOG-ABEND
113100     MOVE 16 TO RETURN-CODE
113200     STOP RUN.
113300
113400*****************************************************************
113500*  9980-ABEND-TABLE-OVERFLOW - A MASTER HAS OUTGROWN ITS TABLE.
113600*  NOTICES FOR THE ACCOUNTS THAT DID NOT FIT WOULD BE LOST, SO
113700*  THE RUN STOPS.
113800*****************************************************************
113900 9980-ABEND-TABLE-OVERFLOW.
114000     DISPLAY "BANKNOTE: FATAL - TABLE CAPACITY EXCEEDED ON "
114100             WS-ABEND-CONTEXT
114200     DISPLAY "BANKNOTE: RUN TERMINATED ABNORMALLY."
114300     MOVE SPACES TO WS-ABEND-STATUS
114400     PERFORM 9800-LOG-ABEND
114500     MOVE 16 TO RETURN-CODE
114600     STOP RUN.
