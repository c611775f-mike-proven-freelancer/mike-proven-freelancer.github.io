000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKDORM.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  DORMANT ACCOUNT
001200*                    DETECTION - FINDS EVERY ACCOUNT'S LAST
001300*                    CUSTOMER-INITIATED POSTING ACROSS THE LIVE
001400*                    LEDGER AND EVERY BANKARCH ARCHIVE MONTH,
001500*                    SETS AN ACTIVE ACCOUNT WITH NONE FOR THE
001600*                    DORM-DAYS PRODUCT PARAMETER TO DORMANT ON
001700*                    THE ACCOUNTS MASTER, NOTES ANY DORMANT
001800*                    ACCOUNT BANKACCT HAS SINCE REACTIVATED, AND
001900*                    REWRITES THE DORMANCY REGISTER
002000*                    DATA/DORMANCY.CSV (LAYOUT IN DORMREC) THAT
002100*                    BANKESCH WORKS FROM.  RUNS AFTER BANKACCT
002200*                    AND AHEAD OF THE POSTING RUN.  EVERY STATUS
002300*                    CHANGE IS WRITTEN TO DATA/RUN_CONTROL.LOG.
002306*  2026-10-15  DA    TERM DEPOSIT PAYOUTS (TD-PRINCIPAL AND
002312*                    TD-INTEREST) ARE BANK-INITIATED AND NO LONGER
002318*                    COUNT AS CUSTOMER ACTIVITY.
002324*  2026-10-15  DA    THE ACCOUNTS ARE NOW READ IN KEY ORDER FROM
002330*                    THE INDEXED MASTER DATA/ACCOUNTS.IDX (BUILT
002336*                    BY BANKIDX), AND AN ACCOUNT SET DORMANT IS
002342*                    REWRITTEN THERE BY KEY - NO WORK FILE.
002348*                    BANKIDX UNLOAD REFRESHES ACCOUNTS.CSV.
002354*  2026-10-15  DA    THE 200-ACCOUNT DORMANCY TABLE IS GONE.
002360*                    WHAT THE OLD REGISTER AND THE LEDGER SAY OF
002366*                    EACH ACCOUNT IS GATHERED ON A KEYED WORK
002372*                    FILE, DATA/DORMANCY_WORK.IDX, AND THE MASTER
002378*                    IS THEN ASSESSED AN ACCOUNT AT A TIME IN KEY
002384*                    ORDER, AN ACCOUNT SET DORMANT REWRITTEN AS IT
002390*                    IS READ.  THE REPORT'S CLOSE IS NOW CHECKED.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002833     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
002966         ORGANIZATION IS INDEXED
003099         ACCESS MODE IS DYNAMIC
003232         RECORD KEY IS AX-ACCOUNT-ID
003365         FILE STATUS IS WS-ACCT-FILE-STATUS.
003375
003385     SELECT DORM-WORK-FILE ASSIGN TO "data/dormancy_work.idx"
003395         ORGANIZATION IS INDEXED
003405         ACCESS MODE IS DYNAMIC
003415         RECORD KEY IS DW-ACCOUNT-ID
003425         FILE STATUS IS WS-WORK-FILE-STATUS.
003500
003600     SELECT DORM-FILE ASSIGN TO "data/dormancy.csv"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-DORM-FILE-STATUS.
003900
004000     SELECT ARCH-FILE ASSIGN USING WS-ARCH-FILENAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ARCH-FILE-STATUS.
004300
004400     SELECT TXN-FILE ASSIGN TO "data/transactions.csv"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TXN-FILE-STATUS.
004700
004800     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PARM-FILE-STATUS.
005100
005200     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BDATE-FILE-STATUS.
005500
005600     SELECT REPORT-FILE ASSIGN TO "data/dormancy.rpt"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-FILE-STATUS.
005900
006000     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600*****************************************************************
006700*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
006800*  (ACCTIDX), READ IN KEY ORDER AN ACCOUNT AT A TIME.  WHEN AN
006900*  ACCOUNT GOES DORMANT ITS RECORD ALONE IS REWRITTEN, AS IT
007000*  IS READ.
007100*****************************************************************
007200 FD  ACCOUNT-IDX-FILE.
007400     COPY acctidx.
007600
007602*****************************************************************
007604*  DORM-WORK-FILE - ONE RECORD PER ACCOUNT ID MET ON THE
007606*  PREVIOUS REGISTER OR ON ANY LEDGER ROW, KEYED BY ACCOUNT ID
007608*  AND BUILT EMPTY AT THE START OF EVERY RUN.  THE DW-PREV-
007610*  FIELDS ARE WHAT THE PREVIOUS REGISTER SAID; SEEN, FIRST
007612*  DATE, LAST ACTIVITY, ESCHEAT POSTED AND BALANCE ARE FOUND
007614*  BY THIS RUN'S WALK OF THE LEDGER.  THE REST IS FILLED IN AS
007616*  THE ACCOUNT IS ASSESSED.  DW-ASSESSED-SW MARKS AN ACCOUNT
007618*  ON THE MASTER, SO AN ID NO LONGER THERE NEVER REACHES THE
007620*  REGISTER.  DW-CHANGE-SW SAYS WHAT THIS RUN DID TO THE
007622*  ACCOUNT: "D" SET IT DORMANT, "R" FOUND IT REACTIVATED,
007624*  SPACE NOTHING.
007626*****************************************************************
007628 FD  DORM-WORK-FILE.
007630 01  DORM-WORK-RECORD.
007632     05  DW-ACCOUNT-ID          PIC X(10).
007634     05  DW-SEEN-SW             PIC X.
007636         88  DW-SEEN                        VALUE "Y".
007638     05  DW-FIRST-DATE          PIC X(10).
007640     05  DW-LAST-ACTIVITY       PIC X(10).
007642     05  DW-ESCHEAT-POSTED      PIC X(10).
007644     05  DW-BALANCE             PIC S9(7)V99.
007646     05  DW-PREV-CLOCK          PIC X(10).
007648     05  DW-PREV-DORMANT        PIC X(10).
007650     05  DW-PREV-REACT          PIC X(10).
007652     05  DW-PREV-ESCHEAT        PIC X(10).
007654     05  DW-ASSESSED-SW         PIC X.
007656         88  DW-ASSESSED                    VALUE "Y".
007658     05  DW-CLIENT-NAME         PIC X(30).
007660     05  DW-STATUS              PIC X(7).
007662     05  DW-CLOCK-DATE          PIC X(10).
007664     05  DW-DORMANT-DATE        PIC X(10).
007666     05  DW-REACT-DATE          PIC X(10).
007668     05  DW-ESCHEAT-DATE        PIC X(10).
007670     05  DW-DAYS-INACTIVE       PIC 9(5).
007672     05  DW-CHANGE-SW           PIC X.
007674         88  DW-SET-DORMANT                 VALUE "D".
007676         88  DW-REACTIVATED                 VALUE "R".
007678
007700*****************************************************************
007800*  DORM-FILE - THE DORMANCY REGISTER (DRM-CSV-RECORD IN
007900*  DORMREC).  THE PREVIOUS RUN'S REGISTER IS READ FOR THE
008000*  DATES IT CARRIES FORWARD, THEN REWRITTEN WHOLE.
008100*****************************************************************
008200 FD  DORM-FILE.
008300 01  DORM-RECORD                PIC X(100).
008400
008500*****************************************************************
008600*  ARCH-FILE - ONE MONTHLY ARCHIVE FILE AT A TIME, NAMED AT RUN
008700*  TIME IN WS-ARCH-FILENAME, EXACTLY AS BANKARCH WROTE IT.  A
008800*  MONTH WITH NO ARCHIVE FILE IS SIMPLY SKIPPED.
008900*****************************************************************
009000 FD  ARCH-FILE.
009100 01  ARCH-RECORD                PIC X(400).
009200
009300 FD  TXN-FILE.
009400 01  TXN-RECORD                 PIC X(400).
009500
009600 FD  PARAM-FILE.
009700 01  PARAM-RECORD               PIC X(60).
009800
009900 FD  BUS-DATE-FILE.
010000 01  BUS-DATE-RECORD            PIC X(30).
010100
010200 FD  REPORT-FILE.
010300 01  REPORT-RECORD              PIC X(100).
010400
010500 FD  RUN-LOG-FILE.
010600 01  RUN-LOG-RECORD             PIC X(130).
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-ACCT-FILE-STATUS        PIC XX.
011100 01  WS-DORM-FILE-STATUS        PIC XX.
011150 01  WS-WORK-FILE-STATUS        PIC XX.
011200 01  WS-ARCH-FILE-STATUS        PIC XX.
011300 01  WS-TXN-FILE-STATUS         PIC XX.
011400 01  WS-PARM-FILE-STATUS        PIC XX.
011500 01  WS-BDATE-FILE-STATUS       PIC XX.
011600 01  WS-RPT-FILE-STATUS         PIC XX.
011700 01  WS-RUNLOG-FILE-STATUS      PIC XX.
011800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
011900
012000 01  WS-ACCT-EOF-SW             PIC X       VALUE "N".
012100     88  WS-ACCT-EOF                        VALUE "Y".
012400 01  WS-DORM-EOF-SW             PIC X       VALUE "N".
012500     88  WS-DORM-EOF                        VALUE "Y".
012520 01  WS-WORK-EOF-SW             PIC X       VALUE "N".
012540     88  WS-WORK-EOF                        VALUE "Y".
012560 01  WS-WORK-NEW-SW             PIC X       VALUE "N".
012580     88  WS-WORK-NEW                        VALUE "Y".
012600 01  WS-ARCH-EOF-SW             PIC X       VALUE "N".
012700     88  WS-ARCH-EOF                        VALUE "Y".
012800 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
012900     88  WS-TXN-EOF                         VALUE "Y".
013000 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
013100     88  WS-PARM-EOF                        VALUE "Y".
013200
013300*****************************************************************
013400*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
013500*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
013600*  THE RUN LOG.
013700*****************************************************************
013800 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
013900 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
014000 01  WS-SYSTEM-DATE-RL.
014100     05  SYSRL-YYYY             PIC 9(4).
014200     05  SYSRL-MM               PIC 9(2).
014300     05  SYSRL-DD               PIC 9(2).
014400 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
014500 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
014600
014700     COPY acctrec.
014800
014900     COPY txnrec.
015000
015100     COPY dormrec.
015200
015300     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
015400
015500     COPY busdate.
015600
015700 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
015800 01  WS-LAST-POSTED-DATE        PIC X(10)   VALUE SPACES.
015900
016300*****************************************************************
016700*  WS-LOOKUP-ACCOUNT-ID IS THE ACCOUNT WHOSE WORK RECORD
017100*  7100-GET-WORK-RECORD BRINGS IN.  WS-DORM-COUNT COUNTS THE
017500*  ACCOUNTS ON THE MASTER AS THEY ARE ASSESSED.
017900*****************************************************************
018300 01  WS-DORM-COUNT              PIC 9(6)    VALUE 0.
018700 01  WS-LOOKUP-ACCOUNT-ID       PIC X(10)   VALUE SPACES.
019800
019900*****************************************************************
020000*  PERIOD PARAMETERS - THE DORM-DAYS AND ESCH-DAYS ENTRIES IN
020100*  FORCE ON THE BUSINESS DATE, IN CALENDAR DAYS.
020200*****************************************************************
020300 01  WS-DORM-DAYS               PIC 9(5)    VALUE 0.
020400 01  WS-DORM-DAYS-EFF-DATE      PIC X(10)   VALUE SPACES.
020500 01  WS-ESCH-DAYS               PIC 9(5)    VALUE 0.
020600 01  WS-ESCH-DAYS-EFF-DATE      PIC X(10)   VALUE SPACES.
020700
020800*****************************************************************
020900*  MONTH WALK FIELDS - THE ARCHIVE MONTHS ARE WALKED IN
021000*  CALENDAR ORDER FROM JANUARY TEN YEARS BEFORE THE BUSINESS
021100*  DATE THROUGH THE BUSINESS-DATE MONTH, EACH NAMING ONE
021200*  ARCHIVE FILE, THEN THE LIVE LEDGER IS WALKED LAST.
021300*****************************************************************
021400 01  WS-ARCH-FILENAME           PIC X(40)   VALUE SPACES.
021500 01  WS-WALK-WORK.
021600     05  WLK-YYYY               PIC 9(4).
021700     05  WLK-MM                 PIC 9(2).
021800 01  WS-WALK-MONTH.
021900     05  WKM-YYYY               PIC 9(4).
022000     05  FILLER                 PIC X       VALUE "-".
022100     05  WKM-MM                 PIC 9(2).
022200 01  WS-END-MONTH               PIC X(7)    VALUE SPACES.
022300 01  WS-MONTHS-WALKED           PIC 9(4)    VALUE 0.
022400 01  WS-FILES-FOUND             PIC 9(4)    VALUE 0.
022500 01  WS-ROWS-READ               PIC 9(7)    VALUE 0.
022600 01  WS-BALANCE-NUM             PIC S9(7)V99 VALUE 0.
022700
022800*****************************************************************
022900*  DAY-NUMBER WORK FIELDS - A DATE IS TURNED INTO A COUNT OF
023000*  DAYS FROM A FIXED ORIGIN (MARCH-BASED YEAR, GREGORIAN LEAP
023100*  RULES) SO TWO DATES CAN BE SUBTRACTED.  THE CALLER MOVES THE
023200*  DATE TO WS-DN-DATE AND TAKES THE ANSWER FROM WS-DN-DAYS.
023300*****************************************************************
023400 01  WS-DN-DATE                 PIC X(10)   VALUE SPACES.
023500 01  WS-DN-YYYY                 PIC 9(4)    VALUE 0.
023600 01  WS-DN-MM                   PIC 9(2)    VALUE 0.
023700 01  WS-DN-DD                   PIC 9(2)    VALUE 0.
023800 01  WS-DN-QUOT                 PIC 9(7)    VALUE 0.
023900 01  WS-DN-DAYS                 PIC 9(7)    VALUE 0.
024000 01  WS-TODAY-DAYS              PIC 9(7)    VALUE 0.
024100
024200*****************************************************************
024300*  RUN COUNTS AND REPORT FIELDS
024400*****************************************************************
024500 01  WS-ACTIVE-COUNT            PIC 9(6)    VALUE 0.
024600 01  WS-DORMANT-COUNT           PIC 9(6)    VALUE 0.
024700 01  WS-OTHER-COUNT             PIC 9(6)    VALUE 0.
024800 01  WS-NEW-DORMANT-COUNT       PIC 9(6)    VALUE 0.
024900 01  WS-REACT-COUNT             PIC 9(6)    VALUE 0.
025000 01  WS-ESCH-DUE-COUNT          PIC 9(6)    VALUE 0.
025100 01  WS-ESCH-DUE-AMOUNT         PIC S9(9)V99 VALUE 0.
025200 01  WS-DORM-EVENT              PIC X(8)    VALUE SPACES.
025300 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
025400 01  WS-R-DAYS                  PIC Z(4)9.
025500 01  WS-R-BALANCE               PIC -Z(7).99.
025600 01  WS-R-COUNT                 PIC Z(5)9.
025700 01  WS-R-TOTAL                 PIC -Z(9).99.
025800
025900 PROCEDURE DIVISION.
026000*****************************************************************
026100*  0000-MAINLINE
026200*****************************************************************
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE
026500     PERFORM 2000-WALK-ARCHIVE-MONTHS
026600     PERFORM 2500-WALK-LIVE-LEDGER
027000     PERFORM 3000-ASSESS-ACCOUNTS
027400     PERFORM 5000-WRITE-REGISTER
027500     PERFORM 6000-WRITE-REPORT
027600     PERFORM 9000-TERMINATE
027700     STOP RUN.
027800
027900*****************************************************************
027975*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE AND
028050*  THE DORMANCY PERIODS IN FORCE ON IT, OPEN THE ACCOUNTS MASTER
028125*  AND A CLEAR WORK FILE, AND LOAD THE PREVIOUS RUN'S REGISTER
028200*  ONTO THE WORK FILE.
028300*****************************************************************
028400 1000-INITIALIZE.
028500     PERFORM 1060-STAMP-RUN-ID
028600     PERFORM 1050-STAMP-RUN-DATE
028700     PERFORM 1300-LOAD-PRODUCT-PARAMS
028750     PERFORM 1100-OPEN-ACCOUNTS
028800     PERFORM 1150-OPEN-WORK-FILE
028900     PERFORM 1200-LOAD-REGISTER
029000     MOVE WS-RUN-DATE TO WS-DN-DATE
029100     PERFORM 7000-SET-DAY-NUMBER
029200     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
029300     DISPLAY "Starting dormancy assessment..."
029400     EXIT.
029500
029600*****************************************************************
029700*  1050-STAMP-RUN-DATE - THIS RUN WORKS UNDER THE NEXT BUSINESS
029800*  DATE THE DAILY BATCH WILL POST: AN ACCOUNT SET DORMANT NOW
029900*  HAS ITS ITEMS REFERRED FROM THAT DAY'S POSTING RUN ON.
030000*  BD-LAST-DATE, THE DAY MOST RECENTLY POSTED, TELLS WHETHER AN
030100*  ESCHEAT QUEUED BY BANKESCH HAS HAD ITS POSTING RUN YET.
030200*****************************************************************
030300 1050-STAMP-RUN-DATE.
030400     OPEN INPUT BUS-DATE-FILE
030500     IF WS-BDATE-FILE-STATUS NOT = "00"
030600         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
030700         PERFORM 9930-ABEND-BUSDATE-FILE
030800     END-IF
030900     READ BUS-DATE-FILE
031000         AT END
031100             MOVE "READ BUS-DATE-FILE (EMPTY)"
031200                 TO WS-ABEND-CONTEXT
031300             PERFORM 9930-ABEND-BUSDATE-FILE
031400     END-READ
031500     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
031600     CLOSE BUS-DATE-FILE
031700     MOVE BD-RUN-DATE  TO WS-RUN-DATE
031800     MOVE BD-LAST-DATE TO WS-LAST-POSTED-DATE
031900     DISPLAY "DORMANCY ASSESSMENT FOR BUSINESS DATE "
032000             WS-RUN-DATE
032100     EXIT.
032200
032300*****************************************************************
032400*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
032500*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
032600*****************************************************************
032700 1060-STAMP-RUN-ID.
032800     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
032900     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
033000     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
033100            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
033200         INTO WS-RUN-ID
033300     END-STRING
033400     MOVE SPACES TO WS-RUN-LOG-LINE
033500     STRING "BANKDORM,"  DELIMITED BY SIZE
033600            WS-RUN-ID    DELIMITED BY SIZE
033700            ",START"     DELIMITED BY SIZE
033800         INTO WS-RUN-LOG-LINE
033900     END-STRING
034000     PERFORM 9700-WRITE-RUN-LOG
034100     EXIT.
034200
034400*****************************************************************
034600*  1100-OPEN-ACCOUNTS - OPEN THE MASTER FOR UPDATE BEFORE ANY
034800*  LEDGER IS WALKED.  NO MASTER IS AN ABEND - THERE IS NOTHING
035000*  TO ASSESS, AND A REGISTER REWRITTEN EMPTY WOULD LOSE EVERY
035200*  DATE IT CARRIES.
035400*****************************************************************
035600 1100-OPEN-ACCOUNTS.
035800     OPEN I-O ACCOUNT-IDX-FILE
036000     IF WS-ACCT-FILE-STATUS NOT = "00"
036200         MOVE "OPEN I-O ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
036400         PERFORM 9900-ABEND-ACCOUNT-FILE
036600     END-IF
036800     EXIT.
037000
037200*****************************************************************
037400*  1150-OPEN-WORK-FILE - WHATEVER THE LAST RUN LEFT ON THE WORK
037600*  FILE IS CLEARED BY OPENING IT OUTPUT, THEN IT IS REOPENED
037800*  FOR UPDATE.
038000*****************************************************************
038200 1150-OPEN-WORK-FILE.
038400     OPEN OUTPUT DORM-WORK-FILE
038600     IF WS-WORK-FILE-STATUS NOT = "00"
038800         MOVE "OPEN OUTPUT DORM-WORK-FILE" TO WS-ABEND-CONTEXT
039000         PERFORM 9920-ABEND-WORK-FILE
039200     END-IF
039400     CLOSE DORM-WORK-FILE
039600     IF WS-WORK-FILE-STATUS NOT = "00"
039800         MOVE "CLOSE DORM-WORK-FILE (CLEAR)" TO WS-ABEND-CONTEXT
040000         PERFORM 9920-ABEND-WORK-FILE
040200     END-IF
040400     OPEN I-O DORM-WORK-FILE
040600     IF WS-WORK-FILE-STATUS NOT = "00"
040800         MOVE "OPEN I-O DORM-WORK-FILE" TO WS-ABEND-CONTEXT
041000         PERFORM 9920-ABEND-WORK-FILE
041200     END-IF
041400     EXIT.
041900
042000*****************************************************************
042100*  1200-LOAD-REGISTER - CARRY FORWARD WHAT THE PREVIOUS RUN'S
042200*  REGISTER KNEW THAT THE LEDGER CANNOT SAY: WHEN EACH ACCOUNT
042300*  WENT DORMANT, WHEN IT WAS REACTIVATED AND WHEN ITS BALANCE
042375*  WAS QUEUED FOR ESCHEATMENT.  A ROW FOR AN ACCOUNT NO LONGER
042450*  ON THE MASTER IS NEVER ASSESSED, SO IT DROPS OFF THE NEW
042525*  REGISTER.  STATUS "35" MEANS BANKDORM HAS NEVER RUN, WHICH
042600*  IS FINE.
042700*****************************************************************
042800 1200-LOAD-REGISTER.
042900     OPEN INPUT DORM-FILE
043000     IF WS-DORM-FILE-STATUS = "00"
043100         PERFORM 1210-LOAD-REGISTER-ROW
043200             UNTIL WS-DORM-EOF
043300         CLOSE DORM-FILE
043400         IF WS-DORM-FILE-STATUS NOT = "00"
043500             MOVE "CLOSE DORM-FILE (LOAD)" TO WS-ABEND-CONTEXT
043600             PERFORM 9910-ABEND-DORM-FILE
043700         END-IF
043800     ELSE
043900         IF WS-DORM-FILE-STATUS = "35"
044000             MOVE "Y" TO WS-DORM-EOF-SW
044100         ELSE
044200             MOVE "OPEN INPUT DORM-FILE" TO WS-ABEND-CONTEXT
044300             PERFORM 9910-ABEND-DORM-FILE
044400         END-IF
044500     END-IF
044600     EXIT.
044700
044800 1210-LOAD-REGISTER-ROW.
044900     READ DORM-FILE
045000         AT END
045100             MOVE "Y" TO WS-DORM-EOF-SW
045200         NOT AT END
045300             MOVE DORM-RECORD TO DRM-CSV-RECORD
045400             MOVE DR-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
045550             PERFORM 7100-GET-WORK-RECORD
045700             MOVE DR-CLOCK-DATE   TO DW-PREV-CLOCK
045850             MOVE DR-DORMANT-DATE TO DW-PREV-DORMANT
046000             MOVE DR-REACT-DATE   TO DW-PREV-REACT
046150             MOVE DR-ESCHEAT-DATE TO DW-PREV-ESCHEAT
046300             PERFORM 7200-PUT-WORK-RECORD
046600     END-READ
046700     EXIT.
046800
046900*****************************************************************
047000*  1300-LOAD-PRODUCT-PARAMS - TAKE THE DORM-DAYS AND ESCH-DAYS
047100*  ENTRIES IN FORCE ON THE BUSINESS DATE: FOR EACH, THE
047200*  LATEST-DATED ROW NOT AFTER IT.  NO FILE, OR EITHER ENTRY
047300*  NOT IN FORCE, STOPS THE RUN - AN ACCOUNT SET DORMANT ON A
047400*  GUESSED PERIOD HAS ITS OWNER'S PAYMENTS REFUSED.
047500*****************************************************************
047600 1300-LOAD-PRODUCT-PARAMS.
047700     OPEN INPUT PARAM-FILE
047800     IF WS-PARM-FILE-STATUS NOT = "00"
047900         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
048000         PERFORM 9940-ABEND-PARAM-FILE
048100     END-IF
048200     PERFORM 1310-READ-PRODUCT-PARAM
048300         UNTIL WS-PARM-EOF
048400     CLOSE PARAM-FILE
048500     IF WS-DORM-DAYS-EFF-DATE = SPACES
048600         MOVE "PARAM DORM-DAYS NOT IN FORCE" TO WS-ABEND-CONTEXT
048700         PERFORM 9940-ABEND-PARAM-FILE
048800     END-IF
048900     IF WS-ESCH-DAYS-EFF-DATE = SPACES
049000         MOVE "PARAM ESCH-DAYS NOT IN FORCE" TO WS-ABEND-CONTEXT
049100         PERFORM 9940-ABEND-PARAM-FILE
049200     END-IF
049300     DISPLAY "DORMANCY PERIOD (DAYS)    : " WS-DORM-DAYS
049400     DISPLAY "ESCHEATMENT PERIOD (DAYS) : " WS-ESCH-DAYS
049500     EXIT.
049600
049700 1310-READ-PRODUCT-PARAM.
049800     READ PARAM-FILE
049900         AT END
050000             MOVE "Y" TO WS-PARM-EOF-SW
050100         NOT AT END
050200             MOVE PARAM-RECORD TO WS-PARM-LINE
050300             IF (PR-TYPE-DORM-DAYS OR PR-TYPE-ESCH-DAYS)
050400                AND PR-EFF-DATE NOT > WS-RUN-DATE
050500                 IF PR-AMOUNT NOT NUMERIC
050600                     DISPLAY "PARAMETER ROW SKIPPED - "
050700                             "AMOUNT NOT NUMERIC: "
050800                             PR-PARAM-TYPE " " PR-PARAM-KEY
050900                 ELSE
051000                     PERFORM 1320-TAKE-PERIOD-PARAM
051100                 END-IF
051200             END-IF
051300     END-READ
051400     EXIT.
051500
051600 1320-TAKE-PERIOD-PARAM.
051700     IF PR-TYPE-DORM-DAYS
051800         IF PR-EFF-DATE NOT < WS-DORM-DAYS-EFF-DATE
051900             MOVE PR-EFF-DATE TO WS-DORM-DAYS-EFF-DATE
052000             MOVE PR-AMOUNT   TO WS-DORM-DAYS
052100         END-IF
052200     ELSE
052300         IF PR-EFF-DATE NOT < WS-ESCH-DAYS-EFF-DATE
052400             MOVE PR-EFF-DATE TO WS-ESCH-DAYS-EFF-DATE
052500             MOVE PR-AMOUNT   TO WS-ESCH-DAYS
052600         END-IF
052700     END-IF
052800     EXIT.
052900
053000*****************************************************************
053100*  2000-WALK-ARCHIVE-MONTHS - ONE ARCHIVE FILE PER CALENDAR
053200*  MONTH FROM JANUARY TEN YEARS BEFORE THE BUSINESS DATE
053300*  THROUGH THE BUSINESS-DATE MONTH, IN ORDER, SO EACH
053400*  ACCOUNT'S LAST BALANCE COMES OUT OF THE NEWEST ROW.  TEN
053500*  YEARS COVERS ANY ESCHEATMENT PERIOD IN USE.  STATUS "35"
053600*  JUST MEANS THAT MONTH WAS NEVER ARCHIVED - SKIP IT.
053700*****************************************************************
053800 2000-WALK-ARCHIVE-MONTHS.
053900     MOVE WS-RUN-DATE (1:7) TO WS-END-MONTH
054000     MOVE WS-RUN-DATE (1:4) TO WLK-YYYY
054100     SUBTRACT 10 FROM WLK-YYYY
054200     MOVE 1 TO WLK-MM
054300     MOVE WLK-YYYY TO WKM-YYYY
054400     MOVE WLK-MM   TO WKM-MM
054500     PERFORM 2100-WALK-ONE-MONTH
054600         UNTIL WS-WALK-MONTH > WS-END-MONTH
054700     EXIT.
054800
054900 2100-WALK-ONE-MONTH.
055000     ADD 1 TO WS-MONTHS-WALKED
055100     MOVE SPACES TO WS-ARCH-FILENAME
055200     STRING "data/archive_"  DELIMITED BY SIZE
055300            WS-WALK-MONTH    DELIMITED BY SIZE
055400            ".csv"           DELIMITED BY SIZE
055500         INTO WS-ARCH-FILENAME
055600     END-STRING
055700     MOVE "N" TO WS-ARCH-EOF-SW
055800     OPEN INPUT ARCH-FILE
055900     IF WS-ARCH-FILE-STATUS = "00"
056000         ADD 1 TO WS-FILES-FOUND
056100         PERFORM 2200-READ-ARCHIVE-ROW
056200             UNTIL WS-ARCH-EOF
056300         CLOSE ARCH-FILE
056400     ELSE
056500         IF WS-ARCH-FILE-STATUS NOT = "35"
056600             MOVE "OPEN INPUT ARCH-FILE" TO WS-ABEND-CONTEXT
056700             PERFORM 9950-ABEND-ARCH-FILE
056800         END-IF
056900     END-IF
057000     IF WLK-MM = 12
057100         MOVE 1 TO WLK-MM
057200         ADD 1 TO WLK-YYYY
057300     ELSE
057400         ADD 1 TO WLK-MM
057500     END-IF
057600     MOVE WLK-YYYY TO WKM-YYYY
057700     MOVE WLK-MM   TO WKM-MM
057800     EXIT.
057900
058000 2200-READ-ARCHIVE-ROW.
058100     READ ARCH-FILE
058200         AT END
058300             MOVE "Y" TO WS-ARCH-EOF-SW
058400         NOT AT END
058500             MOVE ARCH-RECORD TO TXN-CSV-RECORD
058600             PERFORM 2300-APPLY-LEDGER-ROW
058700     END-READ
058800     EXIT.
058900
059000*****************************************************************
059100*  2300-APPLY-LEDGER-ROW - ONE ROW, WHEREVER IT CAME FROM, ON
059200*  ITS ACCOUNT'S WORK RECORD.  ANY ROW SETS THE ACCOUNT'S
059300*  RUNNING BALANCE AND, IF IT IS THE FIRST SEEN, ITS FIRST
059400*  LEDGER DATE.  ONLY A ROW THE CUSTOMER CAUSED MOVES THE
059500*  LAST-ACTIVITY DATE: INTEREST, OD-INTEREST AND SERVICE-FEE
059600*  ARE THE BANK'S OWN MONTH-END POSTINGS, CARRY-FWD IS A
059700*  PERIOD-CLOSE PLACEHOLDER, TD-PRINCIPAL AND TD-INTEREST PAY
059800*  OUT A TERM DEPOSIT AND ESCHEAT IS THE REMITTANCE OF AN
059900*  ACCOUNT ALREADY DORMANT.  THE LAST ESCHEAT ROW'S DATE IS
060000*  KEPT SEPARATELY.
060100*****************************************************************
060200 2300-APPLY-LEDGER-ROW.
060300     ADD 1 TO WS-ROWS-READ
060400     MOVE F-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
060500     PERFORM 7100-GET-WORK-RECORD
060600     MOVE F-BALANCE-AFTER TO WS-BALANCE-NUM
060700     MOVE WS-BALANCE-NUM TO DW-BALANCE
060800     IF NOT DW-SEEN
060900         MOVE "Y"    TO DW-SEEN-SW
061000         MOVE F-DATE TO DW-FIRST-DATE
061100     END-IF
061200     IF F-TXN-TYPE = "ESCHEAT"
061300         MOVE F-DATE TO DW-ESCHEAT-POSTED
061400     ELSE
061500         IF F-TXN-TYPE NOT = "INTEREST"
061600            AND F-TXN-TYPE NOT = "OD-INTEREST"
061700            AND F-TXN-TYPE NOT = "SERVICE-FEE"
061800            AND F-TXN-TYPE NOT = "CARRY-FWD"
061900            AND F-TXN-TYPE NOT = "TD-PRINCIPAL"
062000            AND F-TXN-TYPE NOT = "TD-INTEREST"
062100             IF F-DATE > DW-LAST-ACTIVITY
062200                 MOVE F-DATE TO DW-LAST-ACTIVITY
062300             END-IF
062400         END-IF
062500     END-IF
062600     PERFORM 7200-PUT-WORK-RECORD
062700     EXIT.
062800
063000*****************************************************************
063100*  2500-WALK-LIVE-LEDGER - THE LIVE LEDGER COMES LAST: ITS
063200*  CARRY-FWD ROWS RESTATE THE ARCHIVE'S FINAL BALANCES AND ITS
063300*  REAL ROWS ARE THE NEWEST MONTH'S.  NO LIVE LEDGER AT ALL IS
063400*  FINE ON A SYSTEM THAT HAS NEVER POSTED.
063500*****************************************************************
063600 2500-WALK-LIVE-LEDGER.
063700     OPEN INPUT TXN-FILE
063800     IF WS-TXN-FILE-STATUS = "00"
063900         PERFORM 2600-READ-LIVE-ROW
064000             UNTIL WS-TXN-EOF
064100         CLOSE TXN-FILE
064200     ELSE
064300         IF WS-TXN-FILE-STATUS NOT = "35"
064400             MOVE "OPEN INPUT TXN-FILE" TO WS-ABEND-CONTEXT
064500             PERFORM 9960-ABEND-TXN-FILE
064600         END-IF
064700     END-IF
064800     EXIT.
064900
065000 2600-READ-LIVE-ROW.
065100     READ TXN-FILE
065200         AT END
065300             MOVE "Y" TO WS-TXN-EOF-SW
065400         NOT AT END
065500             MOVE TXN-RECORD TO TXN-CSV-RECORD
065600             PERFORM 2300-APPLY-LEDGER-ROW
065700     END-READ
065800     EXIT.
065900
066000*****************************************************************
066100*  3000-ASSESS-ACCOUNTS - READ THE MASTER IN KEY ORDER AND
066200*  ASSESS EACH ACCOUNT AS IT COMES, THEN CLOSE THE MASTER.
066300*****************************************************************
066400 3000-ASSESS-ACCOUNTS.
066500     PERFORM 3010-NEXT-ACCOUNT
066600         UNTIL WS-ACCT-EOF
066700     CLOSE ACCOUNT-IDX-FILE
066800     IF WS-ACCT-FILE-STATUS NOT = "00"
066900         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
067000         PERFORM 9900-ABEND-ACCOUNT-FILE
067100     END-IF
067200     EXIT.
067300
067400 3010-NEXT-ACCOUNT.
067500     READ ACCOUNT-IDX-FILE NEXT RECORD
067600         AT END
067700             MOVE "Y" TO WS-ACCT-EOF-SW
067800         NOT AT END
067900             PERFORM 3050-ASSESS-ACCOUNT
068000     END-READ
068100     IF WS-ACCT-FILE-STATUS NOT = "00"
068200        AND WS-ACCT-FILE-STATUS NOT = "10"
068300         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
068400         PERFORM 9900-ABEND-ACCOUNT-FILE
068500     END-IF
068600     EXIT.
068700
068800*****************************************************************
068900*  3050-ASSESS-ACCOUNT - SETTLE THE DATES FOR THE ACCOUNT JUST
069000*  READ AND DECIDE ITS STATUS, ON ITS WORK RECORD.  A BLANK
069100*  STATUS (A ROW WRITTEN BEFORE BANKACCT EXISTED) IS ACTIVE, AS
069200*  IT IS TO THE POSTING RUN.
069300*    - A DORMANT ACCOUNT THE MASTER NOW SHOWS ACTIVE HAS BEEN
069400*      REACTIVATED THROUGH BANKACCT: THE REACTIVATION DATE IS
069500*      TODAY AND ITS DORMANT AND ESCHEAT DATES ARE CLEARED.
069600*    - THE INACTIVITY CLOCK RUNS FROM THE LATER OF THE LAST
069700*      ACTIVITY AND THE LAST REACTIVATION.  AN ACCOUNT WITH
069800*      NEITHER RUNS FROM ITS FIRST LEDGER ROW, OR FAILING THAT
069900*      FROM THE DAY THE REGISTER FIRST SAW IT.
070000*    - AN ACTIVE ACCOUNT INACTIVE FOR DORM-DAYS OR MORE GOES
070100*      DORMANT TODAY AND IS REWRITTEN ON THE MASTER AT ONCE.
070200*      FROZEN AND CLOSED ACCOUNTS ARE LEFT ALONE - THE BANK HAS
070300*      ALREADY STOPPED THEM.
070400*    - THE ESCHEAT DATE IS THE DAY THE REMITTANCE POSTED, OR
070500*      WHILE IT IS STILL WAITING FOR ITS POSTING RUN THE DAY
070600*      BANKESCH QUEUED IT.  ONE WHOSE POSTING RUN HAS COME AND
070700*      GONE WITHOUT IT POSTING IS CLEARED, SO THE NEXT
070800*      ESCHEATMENT RUN QUEUES IT AGAIN.
070900*****************************************************************
071000 3050-ASSESS-ACCOUNT.
071100     MOVE ACCOUNT-IDX-RECORD TO ACCT-CSV-RECORD
071200     ADD 1 TO WS-DORM-COUNT
071300     MOVE A-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
071400     PERFORM 7100-GET-WORK-RECORD
071500     MOVE A-CLIENT-NAME TO DW-CLIENT-NAME
071600     IF A-STATUS = SPACES
071700         MOVE "ACTIVE" TO DW-STATUS
071800     ELSE
071900         MOVE A-STATUS TO DW-STATUS
072000     END-IF
072100     IF NOT DW-SEEN
072200         IF A-OPEN-BALANCE NUMERIC
072300             MOVE A-OPEN-BALANCE TO DW-BALANCE
072400         ELSE
072500             MOVE 0 TO DW-BALANCE
072600         END-IF
072700     END-IF
072800     MOVE SPACE TO DW-CHANGE-SW
072900     MOVE DW-PREV-REACT TO DW-REACT-DATE
073000     MOVE SPACES TO DW-DORMANT-DATE
073100     MOVE SPACES TO DW-ESCHEAT-DATE
073200     IF DW-STATUS = "ACTIVE"
073300        AND DW-PREV-DORMANT NOT = SPACES
073400         MOVE WS-RUN-DATE TO DW-REACT-DATE
073500         MOVE "R" TO DW-CHANGE-SW
073600         ADD 1 TO WS-REACT-COUNT
073700     END-IF
073800     IF DW-STATUS = "DORMANT"
073900         IF DW-PREV-DORMANT = SPACES
074000             MOVE WS-RUN-DATE TO DW-DORMANT-DATE
074100         ELSE
074200             MOVE DW-PREV-DORMANT TO DW-DORMANT-DATE
074300         END-IF
074400         PERFORM 3100-SET-ESCHEAT-DATE
074500     END-IF
074600     PERFORM 3200-SET-CLOCK-DATE
074700     MOVE DW-CLOCK-DATE TO WS-DN-DATE
074800     PERFORM 7000-SET-DAY-NUMBER
074900     IF WS-DN-DAYS > WS-TODAY-DAYS
075000         MOVE 0 TO DW-DAYS-INACTIVE
075100     ELSE
075200         COMPUTE DW-DAYS-INACTIVE = WS-TODAY-DAYS - WS-DN-DAYS
075300     END-IF
075400     IF DW-STATUS = "ACTIVE"
075500        AND DW-DAYS-INACTIVE NOT < WS-DORM-DAYS
075600         MOVE "DORMANT"   TO DW-STATUS
075700         MOVE WS-RUN-DATE TO DW-DORMANT-DATE
075800         MOVE "D"         TO DW-CHANGE-SW
075900         ADD 1 TO WS-NEW-DORMANT-COUNT
076000     END-IF
076100     IF DW-STATUS = "ACTIVE"
076200         ADD 1 TO WS-ACTIVE-COUNT
076300     ELSE
076400         IF DW-STATUS = "DORMANT"
076500             ADD 1 TO WS-DORMANT-COUNT
076600             IF DW-DAYS-INACTIVE NOT < WS-ESCH-DAYS
076700                AND DW-ESCHEAT-DATE = SPACES
076800                AND DW-BALANCE > 0
076900                 ADD 1 TO WS-ESCH-DUE-COUNT
077000                 ADD DW-BALANCE TO WS-ESCH-DUE-AMOUNT
077100             END-IF
077200         ELSE
077300             ADD 1 TO WS-OTHER-COUNT
077400         END-IF
077500     END-IF
077600     IF DW-SET-DORMANT
077700         MOVE "DORMANT" TO WS-DORM-EVENT
077800         PERFORM 3300-LOG-STATUS-EVENT
077900         PERFORM 4000-REWRITE-ACCOUNT
078000     END-IF
078100     IF DW-REACTIVATED
078200         MOVE "REACTIVE" TO WS-DORM-EVENT
078300         PERFORM 3300-LOG-STATUS-EVENT
078400     END-IF
078500     MOVE "Y" TO DW-ASSESSED-SW
078600     PERFORM 7200-PUT-WORK-RECORD
078700     EXIT.
078800
078900 3100-SET-ESCHEAT-DATE.
079000     IF DW-ESCHEAT-POSTED NOT = SPACES
079100        AND DW-ESCHEAT-POSTED > DW-REACT-DATE
079200         MOVE DW-ESCHEAT-POSTED TO DW-ESCHEAT-DATE
079300     ELSE
079400         IF DW-PREV-ESCHEAT NOT = SPACES
079500            AND (WS-LAST-POSTED-DATE = SPACES
079600             OR DW-PREV-ESCHEAT > WS-LAST-POSTED-DATE)
079700             MOVE DW-PREV-ESCHEAT TO DW-ESCHEAT-DATE
079800         END-IF
079900     END-IF
080000     EXIT.
080100
080200 3200-SET-CLOCK-DATE.
080300     MOVE DW-LAST-ACTIVITY TO DW-CLOCK-DATE
080400     IF DW-REACT-DATE > DW-CLOCK-DATE
080500         MOVE DW-REACT-DATE TO DW-CLOCK-DATE
080600     END-IF
080700     IF DW-CLOCK-DATE = SPACES
080800         MOVE DW-FIRST-DATE TO DW-CLOCK-DATE
080900     END-IF
081000     IF DW-CLOCK-DATE = SPACES
081100         MOVE DW-PREV-CLOCK TO DW-CLOCK-DATE
081200     END-IF
081300     IF DW-CLOCK-DATE = SPACES
081400         MOVE WS-RUN-DATE TO DW-CLOCK-DATE
081500     END-IF
081600     EXIT.
081700
081800*****************************************************************
081900*  3300-LOG-STATUS-EVENT - ONE AUDIT RECORD ON THE RUN LOG FOR
082000*  THE ACCOUNT ON THE WORK RECORD, NAMED BY WS-DORM-EVENT.
082100*****************************************************************
082200 3300-LOG-STATUS-EVENT.
082300     MOVE SPACES TO WS-RUN-LOG-LINE
082400     STRING "BANKDORM,"      DELIMITED BY SIZE
082500            WS-RUN-ID        DELIMITED BY SIZE
082600            ",STATUS,"       DELIMITED BY SIZE
082700            WS-DORM-EVENT    DELIMITED BY SPACE
082800            ","              DELIMITED BY SIZE
082900            DW-ACCOUNT-ID    DELIMITED BY SPACE
083000            ",LAST="         DELIMITED BY SIZE
083100            DW-LAST-ACTIVITY DELIMITED BY SIZE
083200            ",CLOCK="        DELIMITED BY SIZE
083300            DW-CLOCK-DATE    DELIMITED BY SIZE
083400            ",DAYS="         DELIMITED BY SIZE
083500            DW-DAYS-INACTIVE DELIMITED BY SIZE
083600         INTO WS-RUN-LOG-LINE
083700     END-STRING
083800     PERFORM 9700-WRITE-RUN-LOG
083900     DISPLAY "ACCOUNT " DW-ACCOUNT-ID " "
084000             WS-DORM-EVENT " - INACTIVE "
084100             DW-DAYS-INACTIVE " DAYS"
084200     EXIT.
084300
084400*****************************************************************
084500*  4000-REWRITE-ACCOUNT - REWRITE THE ACCOUNT JUST SET DORMANT,
084600*  AS IT WAS READ WITH THE NEW STATUS.  EVERY OTHER ACCOUNT IS
084700*  LEFT UNTOUCHED.  A RERUN AFTER AN ABEND FINDS THOSE ACCOUNTS
084800*  ALREADY DORMANT AND DATES THEM ON THE REGISTER AS THIS RUN
084900*  WOULD HAVE.
085000*****************************************************************
085100 4000-REWRITE-ACCOUNT.
085200     MOVE DW-STATUS TO A-STATUS
085300     MOVE ACCT-CSV-RECORD TO ACCOUNT-IDX-RECORD
085400     REWRITE ACCOUNT-IDX-RECORD
085500     IF WS-ACCT-FILE-STATUS NOT = "00"
085600         MOVE "REWRITE ACCOUNT-IDX-RECORD" TO WS-ABEND-CONTEXT
085700         PERFORM 9900-ABEND-ACCOUNT-FILE
085800     END-IF
085900     EXIT.
086000
088300*****************************************************************
088375*  5000-WRITE-REGISTER - ONLY ONCE THE MASTER IS SAFELY
088450*  REWRITTEN AND CLOSED, REWRITE THE REGISTER WHOLE FROM THE
088525*  WORK FILE: ONE ROW PER ACCOUNT ASSESSED, IN ACCOUNT ID
088600*  ORDER, AS AT TODAY.  A RUN THAT DIES BEFORE THIS LEAVES
088675*  YESTERDAY'S REGISTER, WHICH BANKESCH REFUSES BY ITS AS-OF
088750*  DATE UNTIL BANKDORM IS RERUN.
088825*****************************************************************
088900 5000-WRITE-REGISTER.
089100     OPEN OUTPUT DORM-FILE
089200     IF WS-DORM-FILE-STATUS NOT = "00"
089300         MOVE "OPEN OUTPUT DORM-FILE" TO WS-ABEND-CONTEXT
089400         PERFORM 9910-ABEND-DORM-FILE
089500     END-IF
089900     PERFORM 7300-START-WORK-FILE
090300     PERFORM 5100-WRITE-REGISTER-ROW
090700         UNTIL WS-WORK-EOF
091400     CLOSE DORM-FILE
091500     IF WS-DORM-FILE-STATUS NOT = "00"
091600         MOVE "CLOSE DORM-FILE" TO WS-ABEND-CONTEXT
091700         PERFORM 9910-ABEND-DORM-FILE
091800     END-IF
091900     EXIT.
092000
092004 5100-WRITE-REGISTER-ROW.
092008     PERFORM 7400-READ-NEXT-WORK
092012     IF NOT WS-WORK-EOF
092016        AND DW-ASSESSED
092020         MOVE DW-ACCOUNT-ID    TO DR-ACCOUNT-ID
092024         MOVE WS-RUN-DATE      TO DR-AS-OF-DATE
092028         MOVE DW-LAST-ACTIVITY TO DR-LAST-ACTIVITY
092032         MOVE DW-CLOCK-DATE    TO DR-CLOCK-DATE
092036         MOVE DW-DAYS-INACTIVE TO DR-DAYS-INACTIVE
092040         MOVE DW-DORMANT-DATE  TO DR-DORMANT-DATE
092044         MOVE DW-REACT-DATE    TO DR-REACT-DATE
092048         MOVE DW-ESCHEAT-DATE  TO DR-ESCHEAT-DATE
092052         MOVE DW-BALANCE       TO DR-BALANCE
092056         MOVE DRM-CSV-RECORD TO DORM-RECORD
092060         WRITE DORM-RECORD
092064         IF WS-DORM-FILE-STATUS NOT = "00"
092068             MOVE "WRITE DORM-RECORD" TO WS-ABEND-CONTEXT
092072             PERFORM 9910-ABEND-DORM-FILE
092076         END-IF
092080     END-IF
092084     EXIT.
092088
092100*****************************************************************
092200*  6000-WRITE-REPORT - THE DORMANCY REPORT: EVERY ACCOUNT SET
092300*  DORMANT TODAY, EVERY ONE FOUND REACTIVATED, THEN THE COUNTS
092400*  BY STATUS AND WHAT IS NOW DUE FOR ESCHEATMENT.
092500*****************************************************************
092600 6000-WRITE-REPORT.
092700     OPEN OUTPUT REPORT-FILE
092800     IF WS-RPT-FILE-STATUS NOT = "00"
092900         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
093000         PERFORM 9915-ABEND-REPORT-FILE
093100     END-IF
093200     MOVE SPACES TO WS-RPT-LINE
093300     STRING "DORMANT ACCOUNT REPORT FOR " DELIMITED BY SIZE
093400            WS-RUN-DATE                   DELIMITED BY SIZE
093500         INTO WS-RPT-LINE
093600     END-STRING
093700     PERFORM 8000-WRITE-REPORT-LINE
093800     MOVE "==================================================="
093900         TO WS-RPT-LINE
094000     PERFORM 8000-WRITE-REPORT-LINE
094100     MOVE SPACES TO WS-RPT-LINE
094200     PERFORM 8000-WRITE-REPORT-LINE
094300     MOVE "SET DORMANT TODAY" TO WS-RPT-LINE
094400     PERFORM 8000-WRITE-REPORT-LINE
094500     PERFORM 6100-WRITE-COLUMN-HEADS
094600     IF WS-NEW-DORMANT-COUNT = 0
094700         MOVE "  (NONE)" TO WS-RPT-LINE
094800         PERFORM 8000-WRITE-REPORT-LINE
094900     ELSE
095050         PERFORM 7300-START-WORK-FILE
095200         PERFORM 6300-LIST-SET-DORMANT
095350             UNTIL WS-WORK-EOF
095600     END-IF
095700     MOVE SPACES TO WS-RPT-LINE
095800     PERFORM 8000-WRITE-REPORT-LINE
095900     MOVE "REACTIVATED SINCE LAST RUN" TO WS-RPT-LINE
096000     PERFORM 8000-WRITE-REPORT-LINE
096100     PERFORM 6100-WRITE-COLUMN-HEADS
096200     IF WS-REACT-COUNT = 0
096300         MOVE "  (NONE)" TO WS-RPT-LINE
096400         PERFORM 8000-WRITE-REPORT-LINE
096500     ELSE
096650         PERFORM 7300-START-WORK-FILE
096800         PERFORM 6400-LIST-REACTIVATED
096950             UNTIL WS-WORK-EOF
097200     END-IF
097300     MOVE SPACES TO WS-RPT-LINE
097400     PERFORM 8000-WRITE-REPORT-LINE
097500     MOVE "Accounts assessed" TO WS-RPT-LINE
097600     MOVE WS-DORM-COUNT TO WS-R-COUNT
097700     PERFORM 8100-WRITE-COUNT-LINE
097800     MOVE "  Active" TO WS-RPT-LINE
097900     MOVE WS-ACTIVE-COUNT TO WS-R-COUNT
098000     PERFORM 8100-WRITE-COUNT-LINE
098100     MOVE "  Dormant" TO WS-RPT-LINE
098200     MOVE WS-DORMANT-COUNT TO WS-R-COUNT
098300     PERFORM 8100-WRITE-COUNT-LINE
098400     MOVE "  Frozen or closed" TO WS-RPT-LINE
098500     MOVE WS-OTHER-COUNT TO WS-R-COUNT
098600     PERFORM 8100-WRITE-COUNT-LINE
098700     MOVE "Set dormant today" TO WS-RPT-LINE
098800     MOVE WS-NEW-DORMANT-COUNT TO WS-R-COUNT
098900     PERFORM 8100-WRITE-COUNT-LINE
099000     MOVE "Reactivated" TO WS-RPT-LINE
099100     MOVE WS-REACT-COUNT TO WS-R-COUNT
099200     PERFORM 8100-WRITE-COUNT-LINE
099300     MOVE "Due for escheatment" TO WS-RPT-LINE
099400     MOVE WS-ESCH-DUE-COUNT TO WS-R-COUNT
099500     MOVE WS-ESCH-DUE-AMOUNT TO WS-R-TOTAL
099600     MOVE WS-R-TOTAL TO WS-RPT-LINE (33:14)
099700     PERFORM 8100-WRITE-COUNT-LINE
099730     CLOSE REPORT-FILE
099760     IF WS-RPT-FILE-STATUS NOT = "00"
099790         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
099820         PERFORM 9915-ABEND-REPORT-FILE
099850     END-IF
099900     EXIT.
100000
100100 6100-WRITE-COLUMN-HEADS.
100200     MOVE "  ACCOUNT    CLIENT" TO WS-RPT-LINE
100300     MOVE "LAST ACT    DAYS     BALANCE" TO WS-RPT-LINE (45:28)
100500     PERFORM 8000-WRITE-REPORT-LINE
100600     EXIT.
100700
100800 6200-WRITE-ACCOUNT-LINE.
100900     MOVE DW-DAYS-INACTIVE TO WS-R-DAYS
101000     MOVE DW-BALANCE       TO WS-R-BALANCE
101100     MOVE SPACES TO WS-RPT-LINE
101200     STRING "  "             DELIMITED BY SIZE
101300            DW-ACCOUNT-ID    DELIMITED BY SIZE
101400            " "              DELIMITED BY SIZE
101500            DW-CLIENT-NAME   DELIMITED BY SIZE
101600            " "              DELIMITED BY SIZE
101700            DW-LAST-ACTIVITY DELIMITED BY SIZE
101800            " "              DELIMITED BY SIZE
101900            WS-R-DAYS        DELIMITED BY SIZE
102000            " "              DELIMITED BY SIZE
102100            WS-R-BALANCE     DELIMITED BY SIZE
102200         INTO WS-RPT-LINE
102300     END-STRING
102400     PERFORM 8000-WRITE-REPORT-LINE
102500     EXIT.
102600
102605 6300-LIST-SET-DORMANT.
102610     PERFORM 7400-READ-NEXT-WORK
102615     IF NOT WS-WORK-EOF
102620        AND DW-SET-DORMANT
102625         PERFORM 6200-WRITE-ACCOUNT-LINE
102630     END-IF
102635     EXIT.
102640
102645 6400-LIST-REACTIVATED.
102650     PERFORM 7400-READ-NEXT-WORK
102655     IF NOT WS-WORK-EOF
102660        AND DW-REACTIVATED
102665         PERFORM 6200-WRITE-ACCOUNT-LINE
102670     END-IF
102675     EXIT.
102680
102700*****************************************************************
102800*  7000-SET-DAY-NUMBER - WS-DN-DATE (YYYY-MM-DD) AS A DAY COUNT
102900*  IN WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH SO THE
103000*  LEAP DAY FALLS AT THE END OF IT:
103100*    365 * Y + Y/4 - Y/100 + Y/400 + (153 * M + 2) / 5 + D
103200*  WITH M COUNTED FROM MARCH = 0 AND EVERY DIVISION TRUNCATED.
103300*****************************************************************
103400 7000-SET-DAY-NUMBER.
103500     MOVE WS-DN-DATE (1:4) TO WS-DN-YYYY
103600     MOVE WS-DN-DATE (6:2) TO WS-DN-MM
103700     MOVE WS-DN-DATE (9:2) TO WS-DN-DD
103800     IF WS-DN-MM < 3
103900         SUBTRACT 1 FROM WS-DN-YYYY
104000         ADD 9 TO WS-DN-MM
104100     ELSE
104200         SUBTRACT 3 FROM WS-DN-MM
104300     END-IF
104400     COMPUTE WS-DN-DAYS = 365 * WS-DN-YYYY + WS-DN-DD
104500     DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
104600     ADD WS-DN-QUOT TO WS-DN-DAYS
104700     DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
104800     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS
104900     DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
105000     ADD WS-DN-QUOT TO WS-DN-DAYS
105100     COMPUTE WS-DN-QUOT = 153 * WS-DN-MM + 2
105200     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
105300     ADD WS-DN-QUOT TO WS-DN-DAYS
105400     EXIT.
105500
105510*****************************************************************
105520*  7100-GET-WORK-RECORD - BRING WS-LOOKUP-ACCOUNT-ID'S WORK
105530*  RECORD INTO DORM-WORK-RECORD.  AN ID NOT YET ON THE FILE
105540*  STARTS FROM A CLEAR RECORD, AND WS-WORK-NEW-SW TELLS
105550*  7200-PUT-WORK-RECORD TO WRITE IT RATHER THAN REWRITE IT.
105560*****************************************************************
105570 7100-GET-WORK-RECORD.
105580     MOVE "N" TO WS-WORK-NEW-SW
105590     MOVE WS-LOOKUP-ACCOUNT-ID TO DW-ACCOUNT-ID
105600     READ DORM-WORK-FILE
105610         INVALID KEY
105620             CONTINUE
105630     END-READ
105640     IF WS-WORK-FILE-STATUS = "23"
105650         MOVE "Y" TO WS-WORK-NEW-SW
105660         MOVE SPACES TO DORM-WORK-RECORD
105670         MOVE WS-LOOKUP-ACCOUNT-ID TO DW-ACCOUNT-ID
105680         MOVE "N" TO DW-SEEN-SW
105690         MOVE 0   TO DW-BALANCE
105700         MOVE "N" TO DW-ASSESSED-SW
105710         MOVE 0   TO DW-DAYS-INACTIVE
105720     ELSE
105730         IF WS-WORK-FILE-STATUS NOT = "00"
105740             MOVE "READ DORM-WORK-FILE" TO WS-ABEND-CONTEXT
105750             PERFORM 9920-ABEND-WORK-FILE
105760         END-IF
105770     END-IF
105780     EXIT.
105790
105800 7200-PUT-WORK-RECORD.
105810     IF WS-WORK-NEW
105820         WRITE DORM-WORK-RECORD
105830         IF WS-WORK-FILE-STATUS NOT = "00"
105840             MOVE "WRITE DORM-WORK-RECORD" TO WS-ABEND-CONTEXT
105850             PERFORM 9920-ABEND-WORK-FILE
105860         END-IF
105870     ELSE
105880         REWRITE DORM-WORK-RECORD
105890         IF WS-WORK-FILE-STATUS NOT = "00"
105900             MOVE "REWRITE DORM-WORK-RECORD" TO WS-ABEND-CONTEXT
105910             PERFORM 9920-ABEND-WORK-FILE
105920         END-IF
105930     END-IF
105940     EXIT.
105950
105960*****************************************************************
105970*  7300-START-WORK-FILE - POSITION ON THE FIRST WORK RECORD
105980*  FOR A PASS IN ACCOUNT ID ORDER BY 7400-READ-NEXT-WORK.
105990*****************************************************************
106000 7300-START-WORK-FILE.
106010     MOVE "N" TO WS-WORK-EOF-SW
106020     MOVE LOW-VALUES TO DW-ACCOUNT-ID
106030     START DORM-WORK-FILE
106040         KEY IS NOT LESS THAN DW-ACCOUNT-ID
106050         INVALID KEY
106060             MOVE "Y" TO WS-WORK-EOF-SW
106070     END-START
106080     IF WS-WORK-FILE-STATUS NOT = "00"
106090        AND WS-WORK-FILE-STATUS NOT = "23"
106100         MOVE "START DORM-WORK-FILE" TO WS-ABEND-CONTEXT
106110         PERFORM 9920-ABEND-WORK-FILE
106120     END-IF
106130     EXIT.
106140
106150 7400-READ-NEXT-WORK.
106160     READ DORM-WORK-FILE NEXT RECORD
106170         AT END
106180             MOVE "Y" TO WS-WORK-EOF-SW
106190     END-READ
106200     IF WS-WORK-FILE-STATUS NOT = "00"
106210        AND WS-WORK-FILE-STATUS NOT = "10"
106220         MOVE "READ DORM-WORK-FILE NEXT" TO WS-ABEND-CONTEXT
106230         PERFORM 9920-ABEND-WORK-FILE
106240     END-IF
106250     EXIT.
107000
107100 8000-WRITE-REPORT-LINE.
107200     MOVE WS-RPT-LINE TO REPORT-RECORD
107300     WRITE REPORT-RECORD
107400     IF WS-RPT-FILE-STATUS NOT = "00"
107500         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
107600         PERFORM 9915-ABEND-REPORT-FILE
107700     END-IF
107800     EXIT.
107900
108000*****************************************************************
108100*  8100-WRITE-COUNT-LINE - ONE SUMMARY LINE: THE TITLE ALREADY
108200*  IN WS-RPT-LINE, THEN THE COUNT IN WS-R-COUNT.
108300*****************************************************************
108400 8100-WRITE-COUNT-LINE.
108500     MOVE WS-R-COUNT TO WS-RPT-LINE (25:6)
108600     PERFORM 8000-WRITE-REPORT-LINE
108700     EXIT.
108800
108900*****************************************************************
108940*  9000-TERMINATE - CLOSE THE WORK FILE, REPORT THE RUN AND LOG
108980*  ITS END.
109020*****************************************************************
109060 9000-TERMINATE.
109100     CLOSE DORM-WORK-FILE
109140     IF WS-WORK-FILE-STATUS NOT = "00"
109180         MOVE "CLOSE DORM-WORK-FILE" TO WS-ABEND-CONTEXT
109220         PERFORM 9920-ABEND-WORK-FILE
109260     END-IF
109300     DISPLAY "Months walked         : " WS-MONTHS-WALKED
109400     DISPLAY "Archives read         : " WS-FILES-FOUND
109500     DISPLAY "Ledger rows read      : " WS-ROWS-READ
109600     DISPLAY "Accounts assessed     : " WS-DORM-COUNT
109700     DISPLAY "Set dormant today     : " WS-NEW-DORMANT-COUNT
109800     DISPLAY "Reactivated           : " WS-REACT-COUNT
109900     DISPLAY "Due for escheatment   : " WS-ESCH-DUE-COUNT
110000     DISPLAY "Dormancy assessment complete."
110100     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
110200     MOVE SPACES TO WS-RUN-LOG-LINE
110300     STRING "BANKDORM,"          DELIMITED BY SIZE
110400            WS-RUN-ID            DELIMITED BY SIZE
110500            ",END,ACCOUNTS="     DELIMITED BY SIZE
110600            WS-DORM-COUNT        DELIMITED BY SIZE
110700            ",DORMANT="          DELIMITED BY SIZE
110800            WS-DORMANT-COUNT     DELIMITED BY SIZE
110900            ",NEW="              DELIMITED BY SIZE
111000            WS-NEW-DORMANT-COUNT DELIMITED BY SIZE
111100            ",REACTIVATED="      DELIMITED BY SIZE
111200            WS-REACT-COUNT       DELIMITED BY SIZE
111300            ",ESCHEAT-DUE="      DELIMITED BY SIZE
111400            WS-ESCH-DUE-COUNT    DELIMITED BY SIZE
111500            ",RC=00"             DELIMITED BY SIZE
111600            ",ENDED="            DELIMITED BY SIZE
111700            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
111800         INTO WS-RUN-LOG-LINE
111900     END-STRING
112000     PERFORM 9700-WRITE-RUN-LOG
112100     EXIT.
112200
112300*****************************************************************
112400*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
112500*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
112600*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
112700*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
112800*  THE RUN.
112900*****************************************************************
113000 9700-WRITE-RUN-LOG.
113100     OPEN EXTEND RUN-LOG-FILE
113200     IF WS-RUNLOG-FILE-STATUS = "35"
113300         OPEN OUTPUT RUN-LOG-FILE
113400     END-IF
113500     IF WS-RUNLOG-FILE-STATUS NOT = "00"
113600         DISPLAY "BANKDORM: RUN LOG UNAVAILABLE, STATUS="
113700                 WS-RUNLOG-FILE-STATUS
113800     ELSE
113900         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
114000         WRITE RUN-LOG-RECORD
114100         IF WS-RUNLOG-FILE-STATUS NOT = "00"
114200             DISPLAY "BANKDORM: RUN LOG WRITE FAILED, STATUS="
114300                     WS-RUNLOG-FILE-STATUS
114400         END-IF
114500         CLOSE RUN-LOG-FILE
114600     END-IF
114700     EXIT.
114800
114900*****************************************************************
115000*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
115100*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
115200*  PARAGRAPH BEFORE ITS STOP RUN.
115300*****************************************************************
115400 9800-LOG-ABEND.
115500     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
115600     MOVE SPACES TO WS-RUN-LOG-LINE
115700     STRING "BANKDORM,"      DELIMITED BY SIZE
115800            WS-RUN-ID        DELIMITED BY SIZE
115900            ",ABEND,"        DELIMITED BY SIZE
116000            WS-ABEND-CONTEXT DELIMITED BY SIZE
116100            ",STATUS="       DELIMITED BY SIZE
116200            WS-ABEND-STATUS  DELIMITED BY SIZE
116300            ",RC=16"         DELIMITED BY SIZE
116400            ",ENDED="        DELIMITED BY SIZE
116500            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
116600         INTO WS-RUN-LOG-LINE
116700     END-STRING
116800     PERFORM 9700-WRITE-RUN-LOG
116900     EXIT.
117000
117206*****************************************************************
117412*  9900-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER FAILED ON
117618*  OPEN, READ, REWRITE OR CLOSE.  THE REGISTER IS NOT WRITTEN
117824*  UNTIL THE MASTER IS DONE, SO THE RUN IS SIMPLY RERUN.
118030*****************************************************************
118236 9900-ABEND-ACCOUNT-FILE.
118442     DISPLAY "BANKDORM: FATAL - ACCOUNT-IDX-FILE ERROR ON "
118648             WS-ABEND-CONTEXT
118854     DISPLAY "BANKDORM: FILE STATUS=" WS-ACCT-FILE-STATUS
119060     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
119266     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
119472     PERFORM 9800-LOG-ABEND
119678     MOVE 16 TO RETURN-CODE
119884     STOP RUN.
119990
120100*****************************************************************
120200*  9910-ABEND-DORM-FILE - THE DORMANCY REGISTER FAILED ON OPEN,
120300*  READ, WRITE OR CLOSE.  BANKESCH WILL NOT RUN ON A REGISTER
120400*  NOT WRITTEN TODAY, SO NOTHING IS ESCHEATED ON BAD DATES;
120500*  RERUN BANKDORM.
120600*****************************************************************
120700 9910-ABEND-DORM-FILE.
120800     DISPLAY "BANKDORM: FATAL - DORM-FILE ERROR ON "
120900             WS-ABEND-CONTEXT
121000     DISPLAY "BANKDORM: FILE STATUS=" WS-DORM-FILE-STATUS
121100     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
121200     MOVE WS-DORM-FILE-STATUS TO WS-ABEND-STATUS
121300     PERFORM 9800-LOG-ABEND
121400     MOVE 16 TO RETURN-CODE
121500     STOP RUN.
121600
121700*****************************************************************
121800*  9915-ABEND-REPORT-FILE - THE DORMANCY REPORT COULD NOT BE
121900*  WRITTEN.  THE MASTER AND REGISTER ARE ALREADY RIGHT; THE
122000*  STATUS CHANGES ARE ON THE RUN LOG.
122100*****************************************************************
122200 9915-ABEND-REPORT-FILE.
122300     DISPLAY "BANKDORM: FATAL - REPORT-FILE ERROR ON "
122400             WS-ABEND-CONTEXT
122500     DISPLAY "BANKDORM: FILE STATUS=" WS-RPT-FILE-STATUS
122600     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
122700     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
122800     PERFORM 9800-LOG-ABEND
122900     MOVE 16 TO RETURN-CODE
123000     STOP RUN.
123100
123200*****************************************************************
123275*  9920-ABEND-WORK-FILE - THE DORMANCY WORK FILE FAILED ON
123350*  OPEN, READ, WRITE, REWRITE, START OR CLOSE.  IT IS BUILT
123425*  AFRESH BY EVERY RUN, SO BANKDORM IS SIMPLY RERUN; ANY
123500*  ACCOUNT THIS RUN HAD ALREADY SET DORMANT IS DATED ON THE
123575*  REGISTER AS THIS RUN WOULD HAVE DATED IT.
123650*****************************************************************
123725 9920-ABEND-WORK-FILE.
123800     DISPLAY "BANKDORM: FATAL - DORM-WORK-FILE ERROR ON "
123875             WS-ABEND-CONTEXT
123950     DISPLAY "BANKDORM: FILE STATUS=" WS-WORK-FILE-STATUS
124025     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
124100     MOVE WS-WORK-FILE-STATUS TO WS-ABEND-STATUS
124300     PERFORM 9800-LOG-ABEND
124400     MOVE 16 TO RETURN-CODE
124500     STOP RUN.
124600
124700*****************************************************************
124800*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
124900*  COULD NOT BE READ.  INACTIVITY CANNOT BE MEASURED WITHOUT
125000*  TODAY'S DATE, SO THE RUN STOPS.
125100*****************************************************************
125200 9930-ABEND-BUSDATE-FILE.
125300     DISPLAY "BANKDORM: FATAL - BUS-DATE-FILE ERROR ON "
125400             WS-ABEND-CONTEXT
125500     DISPLAY "BANKDORM: FILE STATUS=" WS-BDATE-FILE-STATUS
125600     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
125700     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
125800     PERFORM 9800-LOG-ABEND
125900     MOVE 16 TO RETURN-CODE
126000     STOP RUN.
126100
126200*****************************************************************
126300*  9940-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
126400*  MISSING OR UNREADABLE, OR HAS NO DORM-DAYS OR ESCH-DAYS
126500*  ENTRY IN FORCE ON THE BUSINESS DATE.  THE RUN STOPS BEFORE
126600*  ANY ACCOUNT IS TOUCHED.
126700*****************************************************************
126800 9940-ABEND-PARAM-FILE.
126900     DISPLAY "BANKDORM: FATAL - PARAM-FILE ERROR ON "
127000             WS-ABEND-CONTEXT
127100     DISPLAY "BANKDORM: FILE STATUS=" WS-PARM-FILE-STATUS
127200     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
127300     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
127400     PERFORM 9800-LOG-ABEND
127500     MOVE 16 TO RETURN-CODE
127600     STOP RUN.
127700
127800*****************************************************************
127900*  9950-ABEND-ARCH-FILE - AN ARCHIVE FILE EXISTS BUT COULD NOT
128000*  BE READ.  AN ACCOUNT WHOSE ACTIVITY SITS IN THAT MONTH WOULD
128100*  LOOK INACTIVE AND BE SET DORMANT IN ERROR, SO THE RUN STOPS.
128200*****************************************************************
128300 9950-ABEND-ARCH-FILE.
128400     DISPLAY "BANKDORM: FATAL - ARCH-FILE ERROR ON "
128500             WS-ABEND-CONTEXT
128600     DISPLAY "BANKDORM: FILE " WS-ARCH-FILENAME
128700     DISPLAY "BANKDORM: FILE STATUS=" WS-ARCH-FILE-STATUS
128800     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
128900     MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
129000     PERFORM 9800-LOG-ABEND
129100     MOVE 16 TO RETURN-CODE
129200     STOP RUN.
129300
129400*****************************************************************
129500*  9960-ABEND-TXN-FILE - THE LIVE LEDGER EXISTS BUT COULD NOT
129600*  BE READ.  NOTHING HAS BEEN REWRITTEN YET, SO THE RUN STOPS
129700*  AND CAN SIMPLY BE RERUN.
129800*****************************************************************
129900 9960-ABEND-TXN-FILE.
130000     DISPLAY "BANKDORM: FATAL - TXN-FILE ERROR ON "
130100             WS-ABEND-CONTEXT
130200     DISPLAY "BANKDORM: FILE STATUS=" WS-TXN-FILE-STATUS
130300     DISPLAY "BANKDORM: RUN TERMINATED ABNORMALLY."
130400     MOVE WS-TXN-FILE-STATUS TO WS-ABEND-STATUS
130500     PERFORM 9800-LOG-ABEND
130600     MOVE 16 TO RETURN-CODE
130700     STOP RUN.
