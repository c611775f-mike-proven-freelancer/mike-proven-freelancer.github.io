000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKESCH.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  UNCLAIMED-PROPERTY
001200*                    ESCHEATMENT - FROM TODAY'S DORMANCY
001300*                    REGISTER, LISTS EVERY DORMANT ACCOUNT
001400*                    INACTIVE FOR THE ESCH-DAYS PRODUCT
001500*                    PARAMETER OR LONGER WITH A CREDIT BALANCE,
001600*                    WITH ITS OWNER'S NAME AND ADDRESS FROM THE
001700*                    CUSTOMER MASTER AND THE BALANCE TO REMIT,
001800*                    ON DATA/ESCHEAT_LISTING.RPT.  EACH BALANCE
001900*                    IS QUEUED AS AN ESCHEAT DEBIT ON
002000*                    DATA/ESCHEAT_POSTINGS.CSV FOR BANKMAIN TO
002100*                    POST, AND THE GL EXTRACT CARRIES IT TO THE
002200*                    ESCHEAT ROW OF THE CHART OF ACCOUNTS.  RUNS
002300*                    AFTER BANKDORM AND AHEAD OF THE POSTING
002400*                    RUN.  EVERY ACCOUNT QUEUED IS WRITTEN TO
002500*                    DATA/RUN_CONTROL.LOG.
002516*  2026-10-15  DA    EACH CANDIDATE'S ACCOUNT IS READ BY KEY FROM
002532*                    THE INDEXED ACCOUNTS MASTER, SO "STILL
002548*                    DORMANT" IS JUDGED ON TODAY'S STATUS, NOT
002564*                    THAT OF THE LAST ACCOUNTS.CSV UNLOAD, AND
002580*                    THE 200-ACCOUNT TABLE IS GONE.
002590*  2026-10-15  DA    THE LISTING FILE CLOSE IS NOW CHECKED.
002591*  2026-10-15  DA    THE 200-ROW REGISTER TABLE IS GONE.  THE
002592*                    REGISTER IS LOADED ONTO A KEYED WORK FILE,
002593*                    DATA/ESCHEAT_WORK.IDX, BUILT EMPTY EACH RUN,
002594*                    AND THE SELECTION, THE QUEUE AND THE
002595*                    REWRITE EACH READ IT IN ACCOUNT ID ORDER -
002596*                    THE ORDER BANKDORM WRITES THE REGISTER IN.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DORM-FILE ASSIGN TO "data/dormancy.csv"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-DORM-FILE-STATUS.
003300
003400     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003500         ORGANIZATION IS INDEXED
003533         ACCESS MODE IS RANDOM
003567         RECORD KEY IS AX-ACCOUNT-ID
003600         FILE STATUS IS WS-ACCT-FILE-STATUS.
003700
003710     SELECT ESCH-WORK-FILE ASSIGN TO "data/escheat_work.idx"
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS EW-ACCOUNT-ID
003750         FILE STATUS IS WS-WORK-FILE-STATUS.
003760
003800     SELECT CUSTOMER-FILE ASSIGN TO "data/customers.csv"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CUST-FILE-STATUS.
004100
004200     SELECT GL-CHART-FILE ASSIGN TO "data/gl_chart.csv"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-GLCH-FILE-STATUS.
004500
004600     SELECT ESCH-POST-FILE
004700         ASSIGN TO "data/escheat_postings.csv"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-EPOST-FILE-STATUS.
005000
005100     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARM-FILE-STATUS.
005400
005500     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BDATE-FILE-STATUS.
005800
005900     SELECT LISTING-FILE ASSIGN TO "data/escheat_listing.rpt"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LIST-FILE-STATUS.
006200
006300     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*****************************************************************
007000*  DORM-FILE - THE DORMANCY REGISTER BANKDORM WROTE TODAY
007100*  (DRM-CSV-RECORD IN DORMREC), LOADED ONTO THE WORK FILE AND
007200*  REWRITTEN WITH THE ESCHEAT DATE OF EVERY ACCOUNT THIS RUN
007250*  QUEUES.
007300*****************************************************************
007400 FD  DORM-FILE.
007500 01  DORM-RECORD                PIC X(100).
007600
007610*****************************************************************
007620*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
007630*  (ACCTIDX), OPEN FOR THE WHOLE RUN SO EACH CANDIDATE'S
007640*  CURRENT STATUS, CLIENT NAME AND OWNER ARE READ BY KEY.
007650*****************************************************************
007700 FD  ACCOUNT-IDX-FILE.
007800     COPY acctidx.
007900
007905*****************************************************************
007910*  ESCH-WORK-FILE - ONE RECORD PER REGISTER ROW, KEYED BY
007915*  ACCOUNT ID AND BUILT EMPTY AT THE START OF EVERY RUN.
007920*  EW-ROW IS THE ROW AS LOADED; ONLY ITS ESCHEAT DATE EVER
007925*  CHANGES.  EW-QUEUE-SW IS "Y" FOR AN ACCOUNT THIS RUN QUEUES.
007930*****************************************************************
007935 FD  ESCH-WORK-FILE.
007940 01  ESCH-WORK-RECORD.
007945     05  EW-ACCOUNT-ID          PIC X(10).
007950     05  EW-QUEUE-SW            PIC X.
007955         88  EW-QUEUED                      VALUE "Y".
007960     05  EW-ROW                 PIC X(100).
007965
008000 FD  CUSTOMER-FILE.
008100 01  CUSTOMER-RECORD            PIC X(200).
008200
008300 FD  GL-CHART-FILE.
008400 01  GL-CHART-RECORD            PIC X(40).
008500
008600*****************************************************************
008700*  ESCH-POST-FILE - THE QUEUE OF ESCHEAT DEBITS FOR THE NEXT
008800*  POSTING RUN (ESCQ-CSV-RECORD IN DORMREC).  READ FIRST SO AN
008900*  ACCOUNT ALREADY WAITING IS NOT QUEUED TWICE, THEN APPENDED
009000*  TO.  EMPTIED BY BANKMAIN AFTER A CLEAN RUN.
009100*****************************************************************
009200 FD  ESCH-POST-FILE.
009300 01  ESCH-POST-RECORD           PIC X(100).
009400
009500 FD  PARAM-FILE.
009600 01  PARAM-RECORD               PIC X(60).
009700
009800 FD  BUS-DATE-FILE.
009900 01  BUS-DATE-RECORD            PIC X(30).
010000
010100 FD  LISTING-FILE.
010200 01  LISTING-RECORD             PIC X(132).
010300
010400 FD  RUN-LOG-FILE.
010500 01  RUN-LOG-RECORD             PIC X(130).
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-DORM-FILE-STATUS        PIC XX.
010900 01  WS-ACCT-FILE-STATUS        PIC XX.
010950 01  WS-WORK-FILE-STATUS        PIC XX.
011000 01  WS-CUST-FILE-STATUS        PIC XX.
011100 01  WS-GLCH-FILE-STATUS        PIC XX.
011200 01  WS-EPOST-FILE-STATUS       PIC XX.
011300 01  WS-PARM-FILE-STATUS        PIC XX.
011400 01  WS-BDATE-FILE-STATUS       PIC XX.
011500 01  WS-LIST-FILE-STATUS        PIC XX.
011600 01  WS-RUNLOG-FILE-STATUS      PIC XX.
011700 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
011800
011900 01  WS-DORM-EOF-SW             PIC X       VALUE "N".
012000     88  WS-DORM-EOF                        VALUE "Y".
012050 01  WS-WORK-EOF-SW             PIC X       VALUE "N".
012060     88  WS-WORK-EOF                        VALUE "Y".
012100 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
012200     88  WS-ACCT-FOUND                      VALUE "Y".
012300 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
012400     88  WS-CUST-EOF                        VALUE "Y".
012500 01  WS-GLCH-EOF-SW             PIC X       VALUE "N".
012600     88  WS-GLCH-EOF                        VALUE "Y".
012700 01  WS-EPOST-EOF-SW            PIC X       VALUE "N".
012800     88  WS-EPOST-EOF                       VALUE "Y".
012900 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
013000     88  WS-PARM-EOF                        VALUE "Y".
013100
013200*****************************************************************
013300*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
013400*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
013500*  THE RUN LOG.
013600*****************************************************************
013700 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
013800 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
013900 01  WS-SYSTEM-DATE-RL.
014000     05  SYSRL-YYYY             PIC 9(4).
014100     05  SYSRL-MM               PIC 9(2).
014200     05  SYSRL-DD               PIC 9(2).
014300 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
014400 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
014500
014600     COPY dormrec.
014700
014800     COPY acctrec.
014900
015000     COPY custrec.
015100
015200     COPY glrec.
015300
015400     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
015500
015600     COPY busdate.
015700
015800 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
015900 01  WS-ESCH-DAYS               PIC 9(5)    VALUE 0.
016000 01  WS-ESCH-DAYS-EFF-DATE      PIC X(10)   VALUE SPACES.
016100 01  WS-ESCHEAT-GL-ACCT         PIC 9(6)    VALUE 0.
016200
019100*****************************************************************
019200*  CUSTOMER TABLE - NAME AND MAILING ADDRESS OF EVERY CUSTOMER
019300*  ON THE MASTER, FOR THE OWNER DETAILS THE STATE ASKS FOR.
019400*****************************************************************
019500 01  WS-CUST-TABLE.
019600     05  WS-CUST-ENTRY OCCURS 200 TIMES
019700                       INDEXED BY CUS-IDX.
019800         10  CUS-CUSTOMER-ID    PIC X(8).
019900         10  CUS-CUSTOMER-NAME  PIC X(30).
020000         10  CUS-ADDR-LINE-1    PIC X(30).
020100         10  CUS-ADDR-LINE-2    PIC X(30).
020200         10  CUS-CITY           PIC X(20).
020300         10  CUS-POSTCODE       PIC X(10).
020400 01  WS-CUST-COUNT              PIC 9(4)    VALUE 0.
020500 01  WS-CUST-MATCH-IDX          PIC 9(4)    VALUE 0.
020600
020700*****************************************************************
020800*  QUEUED TABLE - ACCOUNTS ALREADY WAITING ON THE POSTING QUEUE
020900*  FROM AN EARLIER RUN TODAY.
021000*****************************************************************
021100 01  WS-QUEUED-TABLE.
021200     05  WS-QUEUED-ENTRY OCCURS 200 TIMES
021300                         INDEXED BY QUE-IDX.
021400         10  QUE-ACCOUNT-ID     PIC X(10).
021500 01  WS-QUEUED-COUNT            PIC 9(4)    VALUE 0.
021600 01  WS-ALREADY-QUEUED-SW       PIC X       VALUE "N".
021700     88  WS-ALREADY-QUEUED                  VALUE "Y".
021800
021900 01  WS-BALANCE-NUM             PIC S9(7)V99 VALUE 0.
022000 01  WS-ESCH-COUNT              PIC 9(4)    VALUE 0.
022100 01  WS-ESCH-AMOUNT             PIC S9(9)V99 VALUE 0.
022200 01  WS-NO-OWNER-COUNT          PIC 9(4)    VALUE 0.
022300 01  WS-SKIP-COUNT              PIC 9(4)    VALUE 0.
022400 01  WS-LIST-LINE               PIC X(132)  VALUE SPACES.
022500 01  WS-R-DAYS                  PIC Z(4)9.
022600 01  WS-R-BALANCE               PIC Z(7).99.
022700 01  WS-R-COUNT                 PIC Z(3)9.
022800 01  WS-R-TOTAL                 PIC Z(9).99.
022900
023000 PROCEDURE DIVISION.
023100*****************************************************************
023200*  0000-MAINLINE
023300*****************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE
023600     PERFORM 7300-START-WORK-FILE
023700     PERFORM 2000-SELECT-ACCOUNT
023800         UNTIL WS-WORK-EOF
024000     PERFORM 3000-QUEUE-POSTINGS
024100     PERFORM 4000-REWRITE-REGISTER
024200     PERFORM 5000-FINISH-LISTING
024300     PERFORM 9000-TERMINATE
024400     STOP RUN.
024500
024600*****************************************************************
024700*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE, THE
024800*  ESCH-DAYS PARAMETER AND THE ESCHEAT GL ACCOUNT, LOAD THE
024900*  REGISTER ONTO THE WORK FILE, OPEN THE ACCOUNTS MASTER, LOAD
025000*  THE CUSTOMER MASTER AND THE QUEUE, AND START THE LISTING.
025100*****************************************************************
025200 1000-INITIALIZE.
025300     PERFORM 1060-STAMP-RUN-ID
025400     PERFORM 1050-STAMP-RUN-DATE
025500     PERFORM 1300-LOAD-PRODUCT-PARAMS
025600     PERFORM 1400-LOAD-GL-CHART
025700     PERFORM 1100-LOAD-REGISTER
025800     PERFORM 1200-OPEN-ACCOUNTS
025900     PERFORM 1250-LOAD-CUSTOMERS
026000     PERFORM 1500-LOAD-QUEUE
026100     PERFORM 1600-START-LISTING
026200     DISPLAY "Starting escheatment selection..."
026300     EXIT.
026400
026500*****************************************************************
026600*  1050-STAMP-RUN-DATE - THIS RUN WORKS UNDER THE NEXT BUSINESS
026700*  DATE THE DAILY BATCH WILL POST, THE SAME DATE BANKDORM WROTE
026800*  THE REGISTER UNDER.
026900*****************************************************************
027000 1050-STAMP-RUN-DATE.
027100     OPEN INPUT BUS-DATE-FILE
027200     IF WS-BDATE-FILE-STATUS NOT = "00"
027300         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
027400         PERFORM 9930-ABEND-BUSDATE-FILE
027500     END-IF
027600     READ BUS-DATE-FILE
027700         AT END
027800             MOVE "READ BUS-DATE-FILE (EMPTY)"
027900                 TO WS-ABEND-CONTEXT
028000             PERFORM 9930-ABEND-BUSDATE-FILE
028100     END-READ
028200     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
028300     CLOSE BUS-DATE-FILE
028400     MOVE BD-RUN-DATE TO WS-RUN-DATE
028500     DISPLAY "ESCHEATMENT FOR BUSINESS DATE " WS-RUN-DATE
028600     EXIT.
028700
028800*****************************************************************
028900*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
029000*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
029100*****************************************************************
029200 1060-STAMP-RUN-ID.
029300     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
029400     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
029500     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
029600            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
029700         INTO WS-RUN-ID
029800     END-STRING
029900     MOVE SPACES TO WS-RUN-LOG-LINE
030000     STRING "BANKESCH,"  DELIMITED BY SIZE
030100            WS-RUN-ID    DELIMITED BY SIZE
030200            ",START"     DELIMITED BY SIZE
030300         INTO WS-RUN-LOG-LINE
030400     END-STRING
030500     PERFORM 9700-WRITE-RUN-LOG
030600     EXIT.
030700
030800*****************************************************************
030900*  1100-LOAD-REGISTER - THE DORMANCY REGISTER MUST EXIST AND
031000*  MUST HAVE BEEN WRITTEN BY TODAY'S BANKDORM: DAYS INACTIVE
031100*  AND BALANCES ON AN OLDER REGISTER ARE STALE, AND A
031200*  REACTIVATION SINCE WOULD BE MISSED.  EITHER STOPS THE RUN
031300*  BEFORE ANYTHING IS QUEUED.  EACH ROW GOES ONTO THE WORK FILE,
031350*  WHICH STAYS OPEN UNTIL 9000-TERMINATE.
031400*****************************************************************
031500 1100-LOAD-REGISTER.
031550     PERFORM 1150-OPEN-WORK-FILE
031600     OPEN INPUT DORM-FILE
031700     IF WS-DORM-FILE-STATUS NOT = "00"
031800         MOVE "OPEN INPUT DORM-FILE" TO WS-ABEND-CONTEXT
031900         PERFORM 9900-ABEND-DORM-FILE
032000     END-IF
032100     PERFORM 1110-LOAD-REGISTER-ROW
032200         UNTIL WS-DORM-EOF
032300     CLOSE DORM-FILE
032400     IF WS-DORM-FILE-STATUS NOT = "00"
032500         MOVE "CLOSE DORM-FILE (LOAD)" TO WS-ABEND-CONTEXT
032600         PERFORM 9900-ABEND-DORM-FILE
032700     END-IF
032800     EXIT.
032900
033000 1110-LOAD-REGISTER-ROW.
033100     READ DORM-FILE
033200         AT END
033300             MOVE "Y" TO WS-DORM-EOF-SW
033400         NOT AT END
034000             MOVE DORM-RECORD TO DRM-CSV-RECORD
034100             IF DR-AS-OF-DATE NOT = WS-RUN-DATE
034200                 MOVE "REGISTER NOT WRITTEN TODAY"
034300                     TO WS-ABEND-CONTEXT
034400                 PERFORM 9900-ABEND-DORM-FILE
034500             END-IF
034600             MOVE DR-ACCOUNT-ID TO EW-ACCOUNT-ID
034700             MOVE "N"           TO EW-QUEUE-SW
034800             MOVE DORM-RECORD   TO EW-ROW
034820             WRITE ESCH-WORK-RECORD
034840             IF WS-WORK-FILE-STATUS NOT = "00"
034860                 MOVE "WRITE ESCH-WORK-RECORD" TO WS-ABEND-CONTEXT
034880                 PERFORM 9990-ABEND-WORK-FILE
034890             END-IF
034900     END-READ
035000     EXIT.
035100
035104*****************************************************************
035108*  1150-OPEN-WORK-FILE - WHATEVER THE LAST RUN LEFT ON THE WORK
035112*  FILE IS CLEARED BY OPENING IT OUTPUT, THEN IT IS REOPENED
035116*  FOR UPDATE.
035120*****************************************************************
035124 1150-OPEN-WORK-FILE.
035128     OPEN OUTPUT ESCH-WORK-FILE
035132     IF WS-WORK-FILE-STATUS NOT = "00"
035136         MOVE "OPEN OUTPUT ESCH-WORK-FILE" TO WS-ABEND-CONTEXT
035140         PERFORM 9990-ABEND-WORK-FILE
035144     END-IF
035148     CLOSE ESCH-WORK-FILE
035152     IF WS-WORK-FILE-STATUS NOT = "00"
035156         MOVE "CLOSE ESCH-WORK-FILE (CLEAR)" TO WS-ABEND-CONTEXT
035160         PERFORM 9990-ABEND-WORK-FILE
035164     END-IF
035168     OPEN I-O ESCH-WORK-FILE
035172     IF WS-WORK-FILE-STATUS NOT = "00"
035176         MOVE "OPEN I-O ESCH-WORK-FILE" TO WS-ABEND-CONTEXT
035180         PERFORM 9990-ABEND-WORK-FILE
035184     END-IF
035188     EXIT.
035192
035200*****************************************************************
035300*  1200-OPEN-ACCOUNTS - OPEN THE INDEXED ACCOUNTS MASTER; EACH
035400*  CANDIDATE'S STATUS, CLIENT NAME AND OWNING CUSTOMER ARE READ
035450*  BY KEY.  NO MASTER IS AN ABEND.  IT STAYS OPEN UNTIL
035480*  9000-TERMINATE.
035500*****************************************************************
035600 1200-OPEN-ACCOUNTS.
035700     OPEN INPUT ACCOUNT-IDX-FILE
035800     IF WS-ACCT-FILE-STATUS NOT = "00"
035900         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
036000         PERFORM 9940-ABEND-ACCOUNT-FILE
036100     END-IF
036200     EXIT.
038900
039000*****************************************************************
039100*  1250-LOAD-CUSTOMERS - EVERY CUSTOMER'S NAME AND MAILING
039200*  ADDRESS.  STATUS "35" MEANS NO CUSTOMER HAS BEEN SET UP YET;
039300*  EVERY ACCOUNT IS THEN LISTED WITH ITS OWNER NOT ON FILE.
039400*****************************************************************
039500 1250-LOAD-CUSTOMERS.
039600     OPEN INPUT CUSTOMER-FILE
039700     IF WS-CUST-FILE-STATUS = "00"
039800         PERFORM 1260-LOAD-CUSTOMER
039900             UNTIL WS-CUST-EOF
040000         CLOSE CUSTOMER-FILE
040100     ELSE
040200         IF WS-CUST-FILE-STATUS = "35"
040300             MOVE "Y" TO WS-CUST-EOF-SW
040400         ELSE
040500             MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ABEND-CONTEXT
040600             PERFORM 9950-ABEND-CUSTOMER-FILE
040700         END-IF
040800     END-IF
040900     EXIT.
041000
041100 1260-LOAD-CUSTOMER.
041200     READ CUSTOMER-FILE
041300         AT END
041400             MOVE "Y" TO WS-CUST-EOF-SW
041500         NOT AT END
041600             IF WS-CUST-COUNT = 200
041700                 MOVE "WS-CUST-TABLE OCCURS 200"
041800                     TO WS-ABEND-CONTEXT
041900                 PERFORM 9920-ABEND-TABLE-OVERFLOW
042000             END-IF
042100             MOVE CUSTOMER-RECORD TO CUST-CSV-RECORD
042200             ADD 1 TO WS-CUST-COUNT
042300             MOVE C-CUSTOMER-ID
042400                 TO CUS-CUSTOMER-ID   (WS-CUST-COUNT)
042500             MOVE C-CUSTOMER-NAME
042600                 TO CUS-CUSTOMER-NAME (WS-CUST-COUNT)
042700             MOVE C-ADDR-LINE-1
042800                 TO CUS-ADDR-LINE-1   (WS-CUST-COUNT)
042900             MOVE C-ADDR-LINE-2
043000                 TO CUS-ADDR-LINE-2   (WS-CUST-COUNT)
043100             MOVE C-CITY
043200                 TO CUS-CITY          (WS-CUST-COUNT)
043300             MOVE C-POSTCODE
043400                 TO CUS-POSTCODE      (WS-CUST-COUNT)
043500     END-READ
043600     EXIT.
043700
043800*****************************************************************
043900*  1300-LOAD-PRODUCT-PARAMS - TAKE THE ESCH-DAYS ENTRY IN FORCE
044000*  ON THE BUSINESS DATE: THE LATEST-DATED ROW NOT AFTER IT.  NO
044100*  FILE, OR NO ESCH-DAYS ENTRY IN FORCE, STOPS THE RUN - A
044200*  BALANCE REMITTED EARLY CANNOT BE CALLED BACK FROM THE STATE.
044300*****************************************************************
044400 1300-LOAD-PRODUCT-PARAMS.
044500     OPEN INPUT PARAM-FILE
044600     IF WS-PARM-FILE-STATUS NOT = "00"
044700         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
044800         PERFORM 9960-ABEND-PARAM-FILE
044900     END-IF
045000     PERFORM 1310-READ-PRODUCT-PARAM
045100         UNTIL WS-PARM-EOF
045200     CLOSE PARAM-FILE
045300     IF WS-ESCH-DAYS-EFF-DATE = SPACES
045400         MOVE "PARAM ESCH-DAYS NOT IN FORCE" TO WS-ABEND-CONTEXT
045500         PERFORM 9960-ABEND-PARAM-FILE
045600     END-IF
045700     DISPLAY "ESCHEATMENT PERIOD (DAYS): " WS-ESCH-DAYS
045800     EXIT.
045900
046000 1310-READ-PRODUCT-PARAM.
046100     READ PARAM-FILE
046200         AT END
046300             MOVE "Y" TO WS-PARM-EOF-SW
046400         NOT AT END
046500             MOVE PARAM-RECORD TO WS-PARM-LINE
046600             IF PR-TYPE-ESCH-DAYS
046700                AND PR-EFF-DATE NOT > WS-RUN-DATE
046800                 IF PR-AMOUNT NOT NUMERIC
046900                     DISPLAY "PARAMETER ROW SKIPPED - "
047000                             "AMOUNT NOT NUMERIC: "
047100                             PR-PARAM-TYPE " " PR-PARAM-KEY
047200                 ELSE
047300                     IF PR-EFF-DATE NOT < WS-ESCH-DAYS-EFF-DATE
047400                         MOVE PR-EFF-DATE
047500                             TO WS-ESCH-DAYS-EFF-DATE
047600                         MOVE PR-AMOUNT TO WS-ESCH-DAYS
047700                     END-IF
047800                 END-IF
047900             END-IF
048000     END-READ
048100     EXIT.
048200
048300*****************************************************************
048400*  1400-LOAD-GL-CHART - FIND THE ESCHEAT ROW ON THE OPERATOR'S
048500*  CHART OF ACCOUNTS, THE LIABILITY ACCOUNT THE POSTING RUN'S
048600*  GL EXTRACT WILL CARRY EVERY REMITTANCE TO.  NO CHART, OR NO
048700*  USABLE ESCHEAT ROW, REFUSES THE RUN - A REMITTANCE THAT
048800*  COULD ONLY SUSPEND IN THE GL IS NOT QUEUED.
048900*****************************************************************
049000 1400-LOAD-GL-CHART.
049100     OPEN INPUT GL-CHART-FILE
049200     IF WS-GLCH-FILE-STATUS NOT = "00"
049300         MOVE "OPEN INPUT GL-CHART-FILE" TO WS-ABEND-CONTEXT
049400         PERFORM 9970-ABEND-GL-CHART-FILE
049500     END-IF
049600     PERFORM 1410-READ-GL-CHART
049700         UNTIL WS-GLCH-EOF
049800     CLOSE GL-CHART-FILE
049900     IF WS-ESCHEAT-GL-ACCT = 0
050000         MOVE "CHART ESCHEAT ROW MISSING" TO WS-ABEND-CONTEXT
050100         PERFORM 9970-ABEND-GL-CHART-FILE
050200     END-IF
050300     DISPLAY "ESCHEAT LIABILITY GL ACCOUNT: " WS-ESCHEAT-GL-ACCT
050400     EXIT.
050500
050600 1410-READ-GL-CHART.
050700     READ GL-CHART-FILE
050800         AT END
050900             MOVE "Y" TO WS-GLCH-EOF-SW
051000         NOT AT END
051100             MOVE GL-CHART-RECORD TO GLC-CSV-RECORD
051200             IF GC-TXN-TYPE = "ESCHEAT"
051300                AND GC-CATEGORY = "*"
051400                 IF GC-GL-ACCOUNT NOT NUMERIC
051500                     DISPLAY "GL CHART ROW SKIPPED - "
051600                             "ACCOUNT NOT NUMERIC: "
051700                             GC-TXN-TYPE " " GC-CATEGORY
051800                 ELSE
051900                     MOVE GC-GL-ACCOUNT TO WS-ESCHEAT-GL-ACCT
052000                 END-IF
052100             END-IF
052200     END-READ
052300     EXIT.
052400
052500*****************************************************************
052600*  1500-LOAD-QUEUE - NOTE EVERY ACCOUNT ALREADY WAITING ON THE
052700*  POSTING QUEUE, SO A SECOND RUN ON THE SAME DAY DOES NOT
052800*  REMIT THE SAME BALANCE TWICE.  STATUS "35" MEANS NOTHING
052900*  HAS EVER BEEN QUEUED.
053000*****************************************************************
053100 1500-LOAD-QUEUE.
053200     OPEN INPUT ESCH-POST-FILE
053300     IF WS-EPOST-FILE-STATUS = "00"
053400         PERFORM 1510-READ-QUEUE
053500             UNTIL WS-EPOST-EOF
053600         CLOSE ESCH-POST-FILE
053700     ELSE
053800         IF WS-EPOST-FILE-STATUS NOT = "35"
053900             MOVE "OPEN INPUT ESCH-POST-FILE" TO WS-ABEND-CONTEXT
054000             PERFORM 9980-ABEND-EPOST-FILE
054100         END-IF
054200     END-IF
054300     EXIT.
054400
054500 1510-READ-QUEUE.
054600     READ ESCH-POST-FILE
054700         AT END
054800             MOVE "Y" TO WS-EPOST-EOF-SW
054900         NOT AT END
055000             IF WS-QUEUED-COUNT = 200
055100                 MOVE "WS-QUEUED-TABLE OCCURS 200"
055200                     TO WS-ABEND-CONTEXT
055300                 PERFORM 9920-ABEND-TABLE-OVERFLOW
055400             END-IF
055500             MOVE ESCH-POST-RECORD TO ESCQ-CSV-RECORD
055600             ADD 1 TO WS-QUEUED-COUNT
055700             MOVE EQ-ACCOUNT-ID
055800                 TO QUE-ACCOUNT-ID (WS-QUEUED-COUNT)
055900     END-READ
056000     EXIT.
056100
056200 1600-START-LISTING.
056300     OPEN OUTPUT LISTING-FILE
056400     IF WS-LIST-FILE-STATUS NOT = "00"
056500         MOVE "OPEN OUTPUT LISTING-FILE" TO WS-ABEND-CONTEXT
056600         PERFORM 9910-ABEND-LISTING-FILE
056700     END-IF
056800     MOVE SPACES TO WS-LIST-LINE
056900     STRING "UNCLAIMED PROPERTY ESCHEATMENT LISTING FOR "
057000                                        DELIMITED BY SIZE
057100            WS-RUN-DATE                 DELIMITED BY SIZE
057200         INTO WS-LIST-LINE
057300     END-STRING
057400     PERFORM 8000-WRITE-LISTING-LINE
057500     MOVE "==================================================="
057600         TO WS-LIST-LINE
057700     PERFORM 8000-WRITE-LISTING-LINE
057800     MOVE SPACES TO WS-LIST-LINE
057900     PERFORM 8000-WRITE-LISTING-LINE
058000     MOVE "  ACCOUNT    CUSTOMER OWNER NAME                    "
058100         TO WS-LIST-LINE
058200     MOVE "LAST ACT    DAYS     BALANCE" TO WS-LIST-LINE (56:28)
058300     PERFORM 8000-WRITE-LISTING-LINE
058400     MOVE "             ADDRESS" TO WS-LIST-LINE
058500     PERFORM 8000-WRITE-LISTING-LINE
058600     EXIT.
058700
058800*****************************************************************
058850*  2000-SELECT-ACCOUNT - TAKE THE NEXT REGISTER ROW OFF THE
058900*  WORK FILE.  IT IS DUE FOR ESCHEATMENT WHEN THE ACCOUNT IS
058950*  DORMANT ON THE REGISTER AND STILL DORMANT ON THE MASTER, HAS
059000*  BEEN INACTIVE FOR ESCH-DAYS OR MORE, HAS NEVER BEEN
059050*  ESCHEATED AND HOLDS A CREDIT BALANCE.  AN ACCOUNT ALREADY
059100*  WAITING ON THE QUEUE IS COUNTED AND LEFT ALONE.
059150*****************************************************************
059200 2000-SELECT-ACCOUNT.
059250     PERFORM 7400-READ-NEXT-WORK
059300     IF NOT WS-WORK-EOF
059350         PERFORM 2050-ASSESS-ACCOUNT
059400     END-IF
059450     EXIT.
059500
059550 2050-ASSESS-ACCOUNT.
059600     MOVE EW-ROW TO DRM-CSV-RECORD
059800     MOVE DR-BALANCE TO WS-BALANCE-NUM
059900     IF DR-DORMANT-DATE NOT = SPACES
060000        AND DR-ESCHEAT-DATE = SPACES
060100        AND DR-DAYS-INACTIVE NOT < WS-ESCH-DAYS
060200        AND WS-BALANCE-NUM > 0
060300         PERFORM 2100-FIND-ACCOUNT
060400         PERFORM 2200-CHECK-QUEUED
060500         IF NOT WS-ACCT-FOUND
060600             ADD 1 TO WS-SKIP-COUNT
060700             DISPLAY "SKIPPED " DR-ACCOUNT-ID
060800                     " - NOT ON ACCOUNTS MASTER"
060900         ELSE
061000             IF A-STATUS NOT = "DORMANT"
061100                 ADD 1 TO WS-SKIP-COUNT
061200                 DISPLAY "SKIPPED " DR-ACCOUNT-ID
061300                         " - NO LONGER DORMANT"
061400             ELSE
061500                 IF WS-ALREADY-QUEUED
061600                     ADD 1 TO WS-SKIP-COUNT
061700                     DISPLAY "SKIPPED " DR-ACCOUNT-ID
061800                             " - ALREADY QUEUED"
061900                 ELSE
062000                     PERFORM 2300-ESCHEAT-ACCOUNT
062100                 END-IF
062200             END-IF
062300         END-IF
062400     END-IF
062500     EXIT.
062600
062610*****************************************************************
062620*  2100-FIND-ACCOUNT - READ THE REGISTER ROW'S ACCOUNT BY KEY
062630*  INTO ACCT-CSV-RECORD.  STATUS 23 IS AN ACCOUNT NOT ON THE
062640*  MASTER; ANYTHING ELSE BUT 00 IS A FILE ERROR.
062650*****************************************************************
062700 2100-FIND-ACCOUNT.
062800     MOVE "N" TO WS-ACCT-FOUND-SW
062900     MOVE DR-ACCOUNT-ID TO AX-ACCOUNT-ID
063000     READ ACCOUNT-IDX-FILE
063100         INVALID KEY
063150             MOVE "N" TO WS-ACCT-FOUND-SW
063200         NOT INVALID KEY
063250             MOVE "Y" TO WS-ACCT-FOUND-SW
063300             MOVE ACCOUNT-IDX-RECORD TO ACCT-CSV-RECORD
063400     END-READ
063450     IF WS-ACCT-FILE-STATUS NOT = "00"
063460        AND WS-ACCT-FILE-STATUS NOT = "23"
063470         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
063480         PERFORM 9940-ABEND-ACCOUNT-FILE
063500     END-IF
063600     EXIT.
063700
063800 2200-CHECK-QUEUED.
063900     MOVE "N" TO WS-ALREADY-QUEUED-SW
064000     PERFORM VARYING QUE-IDX FROM 1 BY 1
064100             UNTIL QUE-IDX > WS-QUEUED-COUNT
064200         IF QUE-ACCOUNT-ID (QUE-IDX) = DR-ACCOUNT-ID
064300             MOVE "Y" TO WS-ALREADY-QUEUED-SW
064400             MOVE WS-QUEUED-COUNT TO QUE-IDX
064500         END-IF
064600     END-PERFORM
064700     EXIT.
064800
064900*****************************************************************
065000*  2300-ESCHEAT-ACCOUNT - LIST THE ACCOUNT WITH ITS OWNER'S
065100*  DETAILS, STAMP TODAY'S DATE ON ITS REGISTER ROW ON THE WORK
065150*  FILE AND MARK IT FOR THE QUEUE.  AN ACCOUNT WHOSE OWNER IS
065200*  NOT ON THE CUSTOMER MASTER IS STILL ESCHEATED - THE BALANCE
065300*  IS OWED TO THE STATE EITHER WAY - UNDER THE NAME ON THE
065400*  ACCOUNT, AND FLAGGED SO THE REMITTANCE FILING CAN BE
065500*  COMPLETED BY HAND.
065600*****************************************************************
065700 2300-ESCHEAT-ACCOUNT.
065800     PERFORM 2310-FIND-CUSTOMER
065900     MOVE DR-DAYS-INACTIVE TO WS-R-DAYS
066000     MOVE WS-BALANCE-NUM   TO WS-R-BALANCE
066100     MOVE SPACES TO WS-LIST-LINE
066200     IF WS-CUST-MATCH-IDX = 0
066300         ADD 1 TO WS-NO-OWNER-COUNT
066400         STRING "  "               DELIMITED BY SIZE
066500                DR-ACCOUNT-ID      DELIMITED BY SIZE
066600                " "                DELIMITED BY SIZE
066700                A-CUSTOMER-ID      DELIMITED BY SIZE
066900                " "                DELIMITED BY SIZE
067000                A-CLIENT-NAME      DELIMITED BY SIZE
067200                "   "              DELIMITED BY SIZE
067300                DR-LAST-ACTIVITY   DELIMITED BY SIZE
067400                " "                DELIMITED BY SIZE
067500                WS-R-DAYS          DELIMITED BY SIZE
067600                " "                DELIMITED BY SIZE
067700                WS-R-BALANCE       DELIMITED BY SIZE
067800             INTO WS-LIST-LINE
067900         END-STRING
068000         PERFORM 8000-WRITE-LISTING-LINE
068100         MOVE "             ** OWNER NOT ON CUSTOMER MASTER **"
068200             TO WS-LIST-LINE
068300         PERFORM 8000-WRITE-LISTING-LINE
068400     ELSE
068500         STRING "  "               DELIMITED BY SIZE
068600                DR-ACCOUNT-ID      DELIMITED BY SIZE
068700                " "                DELIMITED BY SIZE
068800                CUS-CUSTOMER-ID (WS-CUST-MATCH-IDX)
068900                                   DELIMITED BY SIZE
069000                " "                DELIMITED BY SIZE
069100                CUS-CUSTOMER-NAME (WS-CUST-MATCH-IDX)
069200                                   DELIMITED BY SIZE
069300                "   "              DELIMITED BY SIZE
069400                DR-LAST-ACTIVITY   DELIMITED BY SIZE
069500                " "                DELIMITED BY SIZE
069600                WS-R-DAYS          DELIMITED BY SIZE
069700                " "                DELIMITED BY SIZE
069800                WS-R-BALANCE       DELIMITED BY SIZE
069900             INTO WS-LIST-LINE
070000         END-STRING
070100         PERFORM 8000-WRITE-LISTING-LINE
070200         MOVE SPACES TO WS-LIST-LINE
070300         STRING "             "    DELIMITED BY SIZE
070400                CUS-ADDR-LINE-1 (WS-CUST-MATCH-IDX)
070500                                   DELIMITED BY SIZE
070600                " "                DELIMITED BY SIZE
070700                CUS-ADDR-LINE-2 (WS-CUST-MATCH-IDX)
070800                                   DELIMITED BY SIZE
070900                " "                DELIMITED BY SIZE
071000                CUS-CITY (WS-CUST-MATCH-IDX)
071100                                   DELIMITED BY SIZE
071200                " "                DELIMITED BY SIZE
071300                CUS-POSTCODE (WS-CUST-MATCH-IDX)
071400                                   DELIMITED BY SIZE
071500             INTO WS-LIST-LINE
071600         END-STRING
071700         PERFORM 8000-WRITE-LISTING-LINE
071800     END-IF
071900     MOVE WS-RUN-DATE TO DR-ESCHEAT-DATE
072000     MOVE DRM-CSV-RECORD TO EW-ROW
072100     MOVE "Y" TO EW-QUEUE-SW
072120     REWRITE ESCH-WORK-RECORD
072140     IF WS-WORK-FILE-STATUS NOT = "00"
072160         MOVE "REWRITE ESCH-WORK-RECORD" TO WS-ABEND-CONTEXT
072180         PERFORM 9990-ABEND-WORK-FILE
072190     END-IF
072200     ADD 1 TO WS-ESCH-COUNT
072300     ADD WS-BALANCE-NUM TO WS-ESCH-AMOUNT
072400     PERFORM 6000-LOG-ESCHEAT-EVENT
072500     EXIT.
072600
072700 2310-FIND-CUSTOMER.
072800     MOVE 0 TO WS-CUST-MATCH-IDX
072900     IF A-CUSTOMER-ID NOT = SPACES
073000         PERFORM VARYING CUS-IDX FROM 1 BY 1
073100                 UNTIL CUS-IDX > WS-CUST-COUNT
073200             IF CUS-CUSTOMER-ID (CUS-IDX) = A-CUSTOMER-ID
073400                 MOVE CUS-IDX       TO WS-CUST-MATCH-IDX
073500                 MOVE WS-CUST-COUNT TO CUS-IDX
073600             END-IF
073700         END-PERFORM
073800     END-IF
073900     EXIT.
074000
074100*****************************************************************
074200*  3000-QUEUE-POSTINGS - APPEND ONE ESCHEAT DEBIT PER ACCOUNT
074300*  SELECTED TO THE POSTING QUEUE FOR BANKMAIN, FOR THE BALANCE
074400*  AS AT TODAY'S REGISTER.  THE QUEUE IS APPENDED TO, NOT
074500*  REWRITTEN, SO ITEMS A POSTING RUN HAS NOT YET TAKEN ARE
074600*  KEPT.
074700*****************************************************************
074800 3000-QUEUE-POSTINGS.
074900     IF WS-ESCH-COUNT > 0
075000         OPEN EXTEND ESCH-POST-FILE
075100         IF WS-EPOST-FILE-STATUS = "35"
075200             OPEN OUTPUT ESCH-POST-FILE
075300         END-IF
075400         IF WS-EPOST-FILE-STATUS NOT = "00"
075500             MOVE "OPEN EXTEND ESCH-POST-FILE"
075600                 TO WS-ABEND-CONTEXT
075700             PERFORM 9980-ABEND-EPOST-FILE
075800         END-IF
075900         PERFORM 7300-START-WORK-FILE
076000         PERFORM 3100-QUEUE-POSTING
076100             UNTIL WS-WORK-EOF
077900         CLOSE ESCH-POST-FILE
078000         IF WS-EPOST-FILE-STATUS NOT = "00"
078100             MOVE "CLOSE ESCH-POST-FILE" TO WS-ABEND-CONTEXT
078200             PERFORM 9980-ABEND-EPOST-FILE
078300         END-IF
078400     END-IF
078500     EXIT.
078600
078604 3100-QUEUE-POSTING.
078608     PERFORM 7400-READ-NEXT-WORK
078612     IF NOT WS-WORK-EOF
078616        AND EW-QUEUED
078620         MOVE EW-ROW TO DRM-CSV-RECORD
078624         MOVE DR-BALANCE TO WS-BALANCE-NUM
078628         MOVE DR-ACCOUNT-ID        TO EQ-ACCOUNT-ID
078632         MOVE "ESCHEAT"            TO EQ-TXN-TYPE
078636         MOVE WS-BALANCE-NUM       TO EQ-AMOUNT
078640         MOVE "UNCLAIMED PROPERTY" TO EQ-MERCHANT
078644         MOVE "Escheat"            TO EQ-CATEGORY
078648         MOVE WS-RUN-DATE          TO EQ-QUEUED-DATE
078652         MOVE ESCQ-CSV-RECORD TO ESCH-POST-RECORD
078656         WRITE ESCH-POST-RECORD
078660         IF WS-EPOST-FILE-STATUS NOT = "00"
078664             MOVE "WRITE ESCH-POST-RECORD" TO WS-ABEND-CONTEXT
078668             PERFORM 9980-ABEND-EPOST-FILE
078672         END-IF
078676     END-IF
078680     EXIT.
078684
078700*****************************************************************
078800*  4000-REWRITE-REGISTER - ONLY ONCE THE QUEUE IS WRITTEN,
078900*  REWRITE THE REGISTER WITH TODAY'S ESCHEAT DATES.  A RUN THAT
079000*  DIES BETWEEN THE TWO LEAVES THE QUEUE RIGHT; A RERUN FINDS
079100*  THE ACCOUNTS ALREADY QUEUED AND SKIPS THEM.
079200*****************************************************************
079300 4000-REWRITE-REGISTER.
079400     IF WS-ESCH-COUNT > 0
079500         OPEN OUTPUT DORM-FILE
079600         IF WS-DORM-FILE-STATUS NOT = "00"
079700             MOVE "OPEN OUTPUT DORM-FILE" TO WS-ABEND-CONTEXT
079800             PERFORM 9900-ABEND-DORM-FILE
079900         END-IF
080000         PERFORM 7300-START-WORK-FILE
080100         PERFORM 4100-WRITE-REGISTER-ROW
080200             UNTIL WS-WORK-EOF
080900         CLOSE DORM-FILE
081000         IF WS-DORM-FILE-STATUS NOT = "00"
081100             MOVE "CLOSE DORM-FILE" TO WS-ABEND-CONTEXT
081200             PERFORM 9900-ABEND-DORM-FILE
081300         END-IF
081400     END-IF
081500     EXIT.
081600
081605 4100-WRITE-REGISTER-ROW.
081610     PERFORM 7400-READ-NEXT-WORK
081615     IF NOT WS-WORK-EOF
081620         MOVE EW-ROW TO DORM-RECORD
081625         WRITE DORM-RECORD
081630         IF WS-DORM-FILE-STATUS NOT = "00"
081635             MOVE "WRITE DORM-RECORD" TO WS-ABEND-CONTEXT
081640             PERFORM 9900-ABEND-DORM-FILE
081645         END-IF
081650     END-IF
081655     EXIT.
081660
081700*****************************************************************
081800*  5000-FINISH-LISTING - TOTALS FOR THE REMITTANCE FILING AND
081900*  THE GL ACCOUNT THE POSTING RUN WILL CARRY THEM TO.
082000*****************************************************************
082100 5000-FINISH-LISTING.
082200     IF WS-ESCH-COUNT = 0
082300         MOVE "  (NO ACCOUNTS DUE FOR ESCHEATMENT)"
082400             TO WS-LIST-LINE
082500         PERFORM 8000-WRITE-LISTING-LINE
082600     END-IF
082700     MOVE SPACES TO WS-LIST-LINE
082800     PERFORM 8000-WRITE-LISTING-LINE
082900     MOVE WS-ESCH-COUNT  TO WS-R-COUNT
083000     MOVE WS-ESCH-AMOUNT TO WS-R-TOTAL
083100     MOVE SPACES TO WS-LIST-LINE
083200     STRING "Accounts to remit       : " DELIMITED BY SIZE
083300            WS-R-COUNT                   DELIMITED BY SIZE
083400         INTO WS-LIST-LINE
083500     END-STRING
083600     PERFORM 8000-WRITE-LISTING-LINE
083700     MOVE SPACES TO WS-LIST-LINE
083800     STRING "Total to remit          : " DELIMITED BY SIZE
083900            WS-R-TOTAL                   DELIMITED BY SIZE
084000         INTO WS-LIST-LINE
084100     END-STRING
084200     PERFORM 8000-WRITE-LISTING-LINE
084300     MOVE WS-NO-OWNER-COUNT TO WS-R-COUNT
084400     MOVE SPACES TO WS-LIST-LINE
084500     STRING "Owner not on master     : " DELIMITED BY SIZE
084600            WS-R-COUNT                   DELIMITED BY SIZE
084700         INTO WS-LIST-LINE
084800     END-STRING
084900     PERFORM 8000-WRITE-LISTING-LINE
085000     MOVE SPACES TO WS-LIST-LINE
085100     STRING "Escheat liability GL    : " DELIMITED BY SIZE
085200            WS-ESCHEAT-GL-ACCT           DELIMITED BY SIZE
085300         INTO WS-LIST-LINE
085400     END-STRING
085500     PERFORM 8000-WRITE-LISTING-LINE
085600     CLOSE LISTING-FILE
085610     IF WS-LIST-FILE-STATUS NOT = "00"
085620         MOVE "CLOSE LISTING-FILE" TO WS-ABEND-CONTEXT
085630         PERFORM 9910-ABEND-LISTING-FILE
085640     END-IF
085700     EXIT.
085800
085900*****************************************************************
086000*  6000-LOG-ESCHEAT-EVENT - ONE AUDIT RECORD ON THE RUN LOG FOR
086100*  THE ACCOUNT JUST SELECTED.
086200*****************************************************************
086300 6000-LOG-ESCHEAT-EVENT.
086400     MOVE SPACES TO WS-RUN-LOG-LINE
086500     STRING "BANKESCH,"     DELIMITED BY SIZE
086600            WS-RUN-ID       DELIMITED BY SIZE
086700            ",ESCHEAT,"     DELIMITED BY SIZE
086800            DR-ACCOUNT-ID   DELIMITED BY SPACE
086900            ",AMOUNT="      DELIMITED BY SIZE
087000            DR-BALANCE      DELIMITED BY SIZE
087100            ",LAST="        DELIMITED BY SIZE
087200            DR-LAST-ACTIVITY DELIMITED BY SIZE
087300            ",DAYS="        DELIMITED BY SIZE
087400            DR-DAYS-INACTIVE DELIMITED BY SIZE
087500            ",GL="          DELIMITED BY SIZE
087600            WS-ESCHEAT-GL-ACCT DELIMITED BY SIZE
087700         INTO WS-RUN-LOG-LINE
087800     END-STRING
087900     PERFORM 9700-WRITE-RUN-LOG
088000     DISPLAY "ESCHEAT QUEUED " DR-ACCOUNT-ID " " DR-BALANCE
088100     EXIT.
088200
088202*****************************************************************
088204*  7300-START-WORK-FILE - POSITION ON THE FIRST WORK RECORD
088206*  FOR A PASS IN ACCOUNT ID ORDER BY 7400-READ-NEXT-WORK.
088208*****************************************************************
088210 7300-START-WORK-FILE.
088212     MOVE "N" TO WS-WORK-EOF-SW
088214     MOVE LOW-VALUES TO EW-ACCOUNT-ID
088216     START ESCH-WORK-FILE
088218         KEY IS NOT LESS THAN EW-ACCOUNT-ID
088220         INVALID KEY
088222             MOVE "Y" TO WS-WORK-EOF-SW
088224     END-START
088226     IF WS-WORK-FILE-STATUS NOT = "00"
088228        AND WS-WORK-FILE-STATUS NOT = "23"
088230         MOVE "START ESCH-WORK-FILE" TO WS-ABEND-CONTEXT
088232         PERFORM 9990-ABEND-WORK-FILE
088234     END-IF
088236     EXIT.
088238
088240 7400-READ-NEXT-WORK.
088242     READ ESCH-WORK-FILE NEXT RECORD
088244         AT END
088246             MOVE "Y" TO WS-WORK-EOF-SW
088248     END-READ
088250     IF WS-WORK-FILE-STATUS NOT = "00"
088252        AND WS-WORK-FILE-STATUS NOT = "10"
088254         MOVE "READ ESCH-WORK-FILE NEXT" TO WS-ABEND-CONTEXT
088256         PERFORM 9990-ABEND-WORK-FILE
088258     END-IF
088260     EXIT.
088262
088300 8000-WRITE-LISTING-LINE.
088400     MOVE WS-LIST-LINE TO LISTING-RECORD
088500     WRITE LISTING-RECORD
088600     IF WS-LIST-FILE-STATUS NOT = "00"
088700         MOVE "WRITE LISTING-RECORD" TO WS-ABEND-CONTEXT
088800         PERFORM 9910-ABEND-LISTING-FILE
088900     END-IF
089000     EXIT.
089100
089200*****************************************************************
089300*  9000-TERMINATE - REPORT THE RUN AND LOG ITS END.  AN ACCOUNT
089400*  ESCHEATED WITHOUT ITS OWNER ON THE CUSTOMER MASTER LEAVES A
089500*  WARNING RETURN CODE SO THE FILING IS COMPLETED BY HAND.
089600*****************************************************************
089700 9000-TERMINATE.
089720     CLOSE ACCOUNT-IDX-FILE
089740     IF WS-ACCT-FILE-STATUS NOT = "00"
089760         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
089780         PERFORM 9940-ABEND-ACCOUNT-FILE
089790     END-IF
089792     CLOSE ESCH-WORK-FILE
089794     IF WS-WORK-FILE-STATUS NOT = "00"
089796         MOVE "CLOSE ESCH-WORK-FILE" TO WS-ABEND-CONTEXT
089798         PERFORM 9990-ABEND-WORK-FILE
089799     END-IF
089800     MOVE WS-ESCH-AMOUNT TO WS-R-TOTAL
089900     DISPLAY "Accounts queued       : " WS-ESCH-COUNT
090000     DISPLAY "Total to remit        : " WS-R-TOTAL
090100     DISPLAY "Owner not on master   : " WS-NO-OWNER-COUNT
090200     DISPLAY "Accounts skipped      : " WS-SKIP-COUNT
090300     DISPLAY "Escheatment selection complete."
090400     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
090500     MOVE SPACES TO WS-RUN-LOG-LINE
090600     IF WS-NO-OWNER-COUNT > 0
090700         MOVE 4 TO RETURN-CODE
090800         STRING "BANKESCH,"         DELIMITED BY SIZE
090900                WS-RUN-ID           DELIMITED BY SIZE
091000                ",END,QUEUED="      DELIMITED BY SIZE
091100                WS-ESCH-COUNT       DELIMITED BY SIZE
091200                ",TOTAL="           DELIMITED BY SIZE
091300                WS-R-TOTAL          DELIMITED BY SIZE
091400                ",NO-OWNER="        DELIMITED BY SIZE
091500                WS-NO-OWNER-COUNT   DELIMITED BY SIZE
091600                ",RC=04"            DELIMITED BY SIZE
091700                ",ENDED="           DELIMITED BY SIZE
091800                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
091900             INTO WS-RUN-LOG-LINE
092000         END-STRING
092100     ELSE
092200         STRING "BANKESCH,"         DELIMITED BY SIZE
092300                WS-RUN-ID           DELIMITED BY SIZE
092400                ",END,QUEUED="      DELIMITED BY SIZE
092500                WS-ESCH-COUNT       DELIMITED BY SIZE
092600                ",TOTAL="           DELIMITED BY SIZE
092700                WS-R-TOTAL          DELIMITED BY SIZE
092800                ",NO-OWNER="        DELIMITED BY SIZE
092900                WS-NO-OWNER-COUNT   DELIMITED BY SIZE
093000                ",RC=00"            DELIMITED BY SIZE
093100                ",ENDED="           DELIMITED BY SIZE
093200                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
093300             INTO WS-RUN-LOG-LINE
093400         END-STRING
093500     END-IF
093600     PERFORM 9700-WRITE-RUN-LOG
093700     EXIT.
093800
093900*****************************************************************
094000*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
094100*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
094200*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
094300*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
094400*  THE RUN.
094500*****************************************************************
094600 9700-WRITE-RUN-LOG.
094700     OPEN EXTEND RUN-LOG-FILE
094800     IF WS-RUNLOG-FILE-STATUS = "35"
094900         OPEN OUTPUT RUN-LOG-FILE
095000     END-IF
095100     IF WS-RUNLOG-FILE-STATUS NOT = "00"
095200         DISPLAY "BANKESCH: RUN LOG UNAVAILABLE, STATUS="
095300                 WS-RUNLOG-FILE-STATUS
095400     ELSE
095500         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
095600         WRITE RUN-LOG-RECORD
095700         IF WS-RUNLOG-FILE-STATUS NOT = "00"
095800             DISPLAY "BANKESCH: RUN LOG WRITE FAILED, STATUS="
095900                     WS-RUNLOG-FILE-STATUS
096000         END-IF
096100         CLOSE RUN-LOG-FILE
096200     END-IF
096300     EXIT.
096400
096500*****************************************************************
096600*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
096700*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
096800*  PARAGRAPH BEFORE ITS STOP RUN.
096900*****************************************************************
097000 9800-LOG-ABEND.
097100     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
097200     MOVE SPACES TO WS-RUN-LOG-LINE
097300     STRING "BANKESCH,"      DELIMITED BY SIZE
097400            WS-RUN-ID        DELIMITED BY SIZE
097500            ",ABEND,"        DELIMITED BY SIZE
097600            WS-ABEND-CONTEXT DELIMITED BY SIZE
097700            ",STATUS="       DELIMITED BY SIZE
097800            WS-ABEND-STATUS  DELIMITED BY SIZE
097900            ",RC=16"         DELIMITED BY SIZE
098000            ",ENDED="        DELIMITED BY SIZE
098100            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
098200         INTO WS-RUN-LOG-LINE
098300     END-STRING
098400     PERFORM 9700-WRITE-RUN-LOG
098500     EXIT.
098600
098700*****************************************************************
098800*  9900-ABEND-DORM-FILE - THE DORMANCY REGISTER IS MISSING,
098900*  UNREADABLE OR NOT WRITTEN BY TODAY'S BANKDORM, OR COULD NOT
099000*  BE REWRITTEN.  RUN (OR RERUN) BANKDORM AND THEN THIS
099100*  PROGRAM; AN ACCOUNT ALREADY QUEUED IS NOT QUEUED AGAIN.
099200*****************************************************************
099300 9900-ABEND-DORM-FILE.
099400     DISPLAY "BANKESCH: FATAL - DORM-FILE ERROR ON "
099500             WS-ABEND-CONTEXT
099600     DISPLAY "BANKESCH: FILE STATUS=" WS-DORM-FILE-STATUS
099700     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
099800     MOVE WS-DORM-FILE-STATUS TO WS-ABEND-STATUS
099900     PERFORM 9800-LOG-ABEND
100000     MOVE 16 TO RETURN-CODE
100100     STOP RUN.
100200
100300*****************************************************************
100400*  9910-ABEND-LISTING-FILE - THE ESCHEATMENT LISTING COULD NOT
100500*  BE WRITTEN OR CLOSED.  THE RUN STOPS.  A FAILURE WHILE THE
100550*  ACCOUNTS ARE LISTED COMES BEFORE ANYTHING IS QUEUED AND CAN
100600*  SIMPLY BE RERUN; ONE IN THE CLOSING TOTALS COMES AFTER THE
100650*  POSTINGS ARE QUEUED, SO ONLY THE LISTING IS IN DOUBT.
100700*****************************************************************
100800 9910-ABEND-LISTING-FILE.
100900     DISPLAY "BANKESCH: FATAL - LISTING-FILE ERROR ON "
101000             WS-ABEND-CONTEXT
101100     DISPLAY "BANKESCH: FILE STATUS=" WS-LIST-FILE-STATUS
101200     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
101300     MOVE WS-LIST-FILE-STATUS TO WS-ABEND-STATUS
101400     PERFORM 9800-LOG-ABEND
101500     MOVE 16 TO RETURN-CODE
101600     STOP RUN.
101700
101800*****************************************************************
101900*  9920-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
102000*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
102100*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
102200*  ADJACENT STORAGE.
102300*****************************************************************
102400 9920-ABEND-TABLE-OVERFLOW.
102500     DISPLAY "BANKESCH: FATAL - TABLE CAPACITY EXCEEDED ON "
102600             WS-ABEND-CONTEXT
102700     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
102800     MOVE SPACES TO WS-ABEND-STATUS
102900     PERFORM 9800-LOG-ABEND
103000     MOVE 16 TO RETURN-CODE
103100     STOP RUN.
103200
103300*****************************************************************
103400*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
103500*  COULD NOT BE READ, SO THE REGISTER'S AS-OF DATE CANNOT BE
103600*  CHECKED.  THE RUN STOPS.
103700*****************************************************************
103800 9930-ABEND-BUSDATE-FILE.
103900     DISPLAY "BANKESCH: FATAL - BUS-DATE-FILE ERROR ON "
104000             WS-ABEND-CONTEXT
104100     DISPLAY "BANKESCH: FILE STATUS=" WS-BDATE-FILE-STATUS
104200     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
104300     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
104400     PERFORM 9800-LOG-ABEND
104500     MOVE 16 TO RETURN-CODE
104600     STOP RUN.
104700
104800*****************************************************************
104900*  9940-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
105000*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
105050*  RUN), SO NO ACCOUNT CAN BE CONFIRMED STILL DORMANT.
105100*****************************************************************
105200 9940-ABEND-ACCOUNT-FILE.
105300     DISPLAY "BANKESCH: FATAL - ACCOUNT-IDX-FILE ERROR ON "
105400             WS-ABEND-CONTEXT
105500     DISPLAY "BANKESCH: FILE STATUS=" WS-ACCT-FILE-STATUS
105600     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
105700     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
105800     PERFORM 9800-LOG-ABEND
105900     MOVE 16 TO RETURN-CODE
106000     STOP RUN.
106100
106200*****************************************************************
106300*  9950-ABEND-CUSTOMER-FILE - THE CUSTOMER MASTER EXISTS BUT
106400*  COULD NOT BE READ.  A LISTING WITHOUT OWNER DETAILS CANNOT
106500*  BE FILED, SO THE RUN STOPS.
106600*****************************************************************
106700 9950-ABEND-CUSTOMER-FILE.
106800     DISPLAY "BANKESCH: FATAL - CUSTOMER-FILE ERROR ON "
106900             WS-ABEND-CONTEXT
107000     DISPLAY "BANKESCH: FILE STATUS=" WS-CUST-FILE-STATUS
107100     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
107200     MOVE WS-CUST-FILE-STATUS TO WS-ABEND-STATUS
107300     PERFORM 9800-LOG-ABEND
107400     MOVE 16 TO RETURN-CODE
107500     STOP RUN.
107600
107700*****************************************************************
107800*  9960-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
107900*  MISSING OR UNREADABLE, OR HAS NO ESCH-DAYS ENTRY IN FORCE ON
108000*  THE BUSINESS DATE.  THE RUN STOPS BEFORE ANYTHING IS QUEUED.
108100*****************************************************************
108200 9960-ABEND-PARAM-FILE.
108300     DISPLAY "BANKESCH: FATAL - PARAM-FILE ERROR ON "
108400             WS-ABEND-CONTEXT
108500     DISPLAY "BANKESCH: FILE STATUS=" WS-PARM-FILE-STATUS
108600     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
108700     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
108800     PERFORM 9800-LOG-ABEND
108900     MOVE 16 TO RETURN-CODE
109000     STOP RUN.
109100
109200*****************************************************************
109300*  9970-ABEND-GL-CHART-FILE - THE CHART OF ACCOUNTS IS MISSING
109400*  OR HAS NO USABLE ESCHEAT ROW.  ADD THE ROW AND RERUN.
109500*****************************************************************
109600 9970-ABEND-GL-CHART-FILE.
109700     DISPLAY "BANKESCH: FATAL - GL-CHART-FILE ERROR ON "
109800             WS-ABEND-CONTEXT
109900     DISPLAY "BANKESCH: FILE STATUS=" WS-GLCH-FILE-STATUS
110000     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
110100     MOVE WS-GLCH-FILE-STATUS TO WS-ABEND-STATUS
110200     PERFORM 9800-LOG-ABEND
110300     MOVE 16 TO RETURN-CODE
110400     STOP RUN.
110500
110600*****************************************************************
110700*  9980-ABEND-EPOST-FILE - THE POSTING QUEUE FAILED ON OPEN,
110800*  READ, WRITE OR CLOSE.  THE REGISTER HAS NOT BEEN STAMPED
110900*  YET; CHECK DATA/ESCHEAT_POSTINGS.CSV AGAINST THE LISTING AND
111000*  RERUN - ACCOUNTS ALREADY ON THE QUEUE ARE SKIPPED.
111100*****************************************************************
111200 9980-ABEND-EPOST-FILE.
111300     DISPLAY "BANKESCH: FATAL - ESCH-POST-FILE ERROR ON "
111400             WS-ABEND-CONTEXT
111500     DISPLAY "BANKESCH: FILE STATUS=" WS-EPOST-FILE-STATUS
111600     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
111700     MOVE WS-EPOST-FILE-STATUS TO WS-ABEND-STATUS
111800     PERFORM 9800-LOG-ABEND
111900     MOVE 16 TO RETURN-CODE
112000     STOP RUN.
112050
112100*****************************************************************
112200*  9990-ABEND-WORK-FILE - THE ESCHEAT WORK FILE FAILED ON OPEN,
112300*  READ, WRITE, REWRITE, START OR CLOSE, OR THE REGISTER CARRIES
112400*  AN ACCOUNT TWICE (STATUS 22 ON THE WRITE).  THE WORK FILE IS
112500*  BUILT AFRESH BY EVERY RUN; RERUN BANKDORM IF THE REGISTER IS
112600*  AT FAULT, THEN THIS PROGRAM - AN ACCOUNT ALREADY QUEUED IS
112700*  NOT QUEUED AGAIN.
112800*****************************************************************
112900 9990-ABEND-WORK-FILE.
113000     DISPLAY "BANKESCH: FATAL - ESCH-WORK-FILE ERROR ON "
113100             WS-ABEND-CONTEXT
113200     DISPLAY "BANKESCH: FILE STATUS=" WS-WORK-FILE-STATUS
113300     DISPLAY "BANKESCH: RUN TERMINATED ABNORMALLY."
113400     MOVE WS-WORK-FILE-STATUS TO WS-ABEND-STATUS
113500     PERFORM 9800-LOG-ABEND
113600     MOVE 16 TO RETURN-CODE
113700     STOP RUN.
