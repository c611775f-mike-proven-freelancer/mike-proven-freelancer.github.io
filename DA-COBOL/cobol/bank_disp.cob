000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKDISP.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  PURCHASE DISPUTE CASE
001200*                    MAINTENANCE - OPENS AND RESOLVES CASES ON
001300*                    DATA/DISPUTES.CSV (LAYOUTS IN DSPREC) FROM
001400*                    THE DAY'S DISPUTE MAINTENANCE FILE.  OPENING
001500*                    A CASE QUEUES A PROVISIONAL DISPUTE-CR AND
001600*                    SETS ITS DUE DATE FROM THE DISP-DAYS
001700*                    PRODUCT PARAMETER; A CASE RESOLVED AGAINST
001800*                    THE CLIENT QUEUES A DISPUTE-DR TO TAKE THE
001900*                    CREDIT BACK.  BOTH GO ON
002000*                    DATA/DISPUTE_POSTINGS.CSV FOR BANKMAIN TO
002100*                    POST, SO RUN AHEAD OF THE POSTING RUN.
002200*                    EVERY CASE OPENED OR RESOLVED IS WRITTEN TO
002300*                    DATA/RUN_CONTROL.LOG.
002305*  2026-10-15  DA    A DISPUTED PURCHASE IS NOW READ BY TXN ID
002310*                    FROM THE LEDGER INDEX, DATA/LEDGER.IDX
002315*                    (LEDGIDX), AND FAILING THAT FROM THE MONTHLY
002320*                    ARCHIVES OF THE DISPUTE WINDOW - THE THREE
002325*                    MONTHS BEFORE THE BUSINESS DATE'S MONTH.  A
002330*                    REVERSAL OF IT IS LOOKED FOR IN THOSE
002335*                    ARCHIVES AND ON ITS ACCOUNT'S LIVE ROWS.  A
002340*                    CASE IS OPENED ONLY ON AN ACTIVE ACCOUNT,
002345*                    READ BY KEY FROM THE INDEXED ACCOUNTS
002350*                    MASTER.  A RESOLVED CASE MOVES TO
002355*                    DATA/DISPUTE_HISTORY.CSV WHEN THE CASE FILE
002360*                    IS REWRITTEN, AND A PURCHASE WITH A CASE
002365*                    THERE CANNOT BE DISPUTED AGAIN.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DISP-FILE ASSIGN TO "data/disputes.csv"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-DISP-FILE-STATUS.
003100
003200     SELECT DISP-MAINT-FILE ASSIGN TO "data/dispute_maint.csv"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MAINT-FILE-STATUS.
003500
003600     SELECT DISP-NEW-FILE ASSIGN TO "data/disputes_new.csv"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-DISPNEW-FILE-STATUS.
003900
004000     SELECT DISP-POST-FILE
004100         ASSIGN TO "data/dispute_postings.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DPOST-FILE-STATUS.
004400
004410     SELECT DISP-HIST-FILE ASSIGN TO "data/dispute_history.csv"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-DSPH-FILE-STATUS.
004440
004450     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
004460         ORGANIZATION IS INDEXED
004470         ACCESS MODE IS DYNAMIC
004480         RECORD KEY IS LX-KEY
004490         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
004500             WITH DUPLICATES
004510         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
004520
004530     SELECT ARCH-FILE ASSIGN USING WS-ARCH-FILENAME
004540         ORGANIZATION IS LINE SEQUENTIAL
004550         FILE STATUS IS WS-ARCH-FILE-STATUS.
004560
004570     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
004580         ORGANIZATION IS INDEXED
004590         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AX-ACCOUNT-ID
004610         FILE STATUS IS WS-ACCT-FILE-STATUS.
004620
004900     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARM-FILE-STATUS.
005200
005300     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-BDATE-FILE-STATUS.
005600
005700     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300*****************************************************************
006400*  DISP-FILE - THE DISPUTE CASE FILE (DSP-CSV-RECORD IN DSPREC),
006500*  LOADED WHOLE, MAINTAINED IN PLACE AND REWRITTEN THROUGH ITS
006600*  WORK FILE THE SAME WAY BANKACCT REWRITES THE ACCOUNTS MASTER.
006700*****************************************************************
006800 FD  DISP-FILE.
006900 01  DISP-RECORD                PIC X(100).
007000
007100 FD  DISP-NEW-FILE.
007200 01  DISP-NEW-RECORD            PIC X(100).
007300
007310*****************************************************************
007320*  DISP-HIST-FILE - THE RESOLVED CASES MOVED OFF THE CASE FILE,
007330*  SAME LAYOUT (DSP-CSV-RECORD).  APPENDED TO AT THE REWRITE,
007340*  READ ONLY TO KEEP A PURCHASE FROM BEING DISPUTED TWICE.
007350*****************************************************************
007360 FD  DISP-HIST-FILE.
007370 01  DISP-HIST-RECORD           PIC X(100).
007380
007400*****************************************************************
007500*  DISP-POST-FILE - THE QUEUE OF DISPUTE POSTINGS FOR THE NEXT
007600*  POSTING RUN (DSPQ-CSV-RECORD IN DSPREC).  APPENDED TO HERE,
007700*  EMPTIED BY BANKMAIN AFTER A CLEAN RUN.
007800*****************************************************************
007900 FD  DISP-POST-FILE.
008000 01  DISP-POST-RECORD           PIC X(100).
008100
008110*****************************************************************
008120*  LEDGER-IDX-FILE - THE LIVE LEDGER KEYED BY ACCOUNT AND TXN ID
008130*  (LEDGIDX), READ BY TXN ID FOR THE DISPUTED PURCHASE AND BY
008140*  ACCOUNT FOR A REVERSAL OF IT.  ARCH-FILE - ONE MONTHLY
008150*  ARCHIVE AT A TIME, NAMED AT RUN TIME IN WS-ARCH-FILENAME,
008160*  EXACTLY AS BANKARCH WROTE IT.  ACCOUNT-IDX-FILE - THE
008170*  ACCOUNTS MASTER, KEYED BY ACCOUNT ID (ACCTIDX).
008180*****************************************************************
008190 FD  LEDGER-IDX-FILE.
008200     COPY ledgidx.
008210
008220 FD  ARCH-FILE.
008230 01  ARCH-RECORD                PIC X(400).
008240
008250 FD  ACCOUNT-IDX-FILE.
008260     COPY acctidx.
008270
008500 FD  PARAM-FILE.
008600 01  PARAM-RECORD               PIC X(60).
008700
008800 FD  BUS-DATE-FILE.
008900 01  BUS-DATE-RECORD            PIC X(30).
009000
009100 FD  RUN-LOG-FILE.
009200 01  RUN-LOG-RECORD             PIC X(130).
009300
009400*****************************************************************
009500*  DISP-MAINT-FILE - ONE DAY'S DISPUTE MAINTENANCE, ONE LINE PER
009600*  CASE ACTION, KEYED BY THE LEDGER TXN ID OF THE DISPUTED
009700*  PURCHASE:
009800*    OPEN    - THE CLIENT DISPUTES THE PURCHASE.  ACCOUNT,
009900*              AMOUNT AND MERCHANT ARE TAKEN FROM THE LEDGER
010000*              AND A PROVISIONAL CREDIT IS QUEUED.
010100*    FAVOUR  - INVESTIGATION FOUND FOR THE CLIENT; THE
010200*              PROVISIONAL CREDIT STANDS.
010300*    AGAINST - INVESTIGATION FOUND FOR THE MERCHANT; THE
010400*              CREDIT IS TAKEN BACK.
010500*****************************************************************
010600 FD  DISP-MAINT-FILE.
010700 01  DISP-MAINT-RECORD.
010800     05  DM-ACTION              PIC X(8).
010900     05  FILLER                 PIC X.
011000     05  DM-TXN-ID              PIC 9(4).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-DISP-FILE-STATUS        PIC XX.
011400 01  WS-MAINT-FILE-STATUS       PIC XX.
011500 01  WS-DISPNEW-FILE-STATUS     PIC XX.
011600 01  WS-DPOST-FILE-STATUS       PIC XX.
011700 01  WS-DSPH-FILE-STATUS        PIC XX.
011720 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
011740 01  WS-ARCH-FILE-STATUS        PIC XX.
011760 01  WS-ACCT-FILE-STATUS        PIC XX.
011800 01  WS-PARM-FILE-STATUS        PIC XX.
011900 01  WS-BDATE-FILE-STATUS       PIC XX.
012000 01  WS-RUNLOG-FILE-STATUS      PIC XX.
012100 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
012200
012300 01  WS-DISP-EOF-SW             PIC X       VALUE "N".
012400     88  WS-DISP-EOF                        VALUE "Y".
012500 01  WS-MAINT-EOF-SW            PIC X       VALUE "N".
012600     88  WS-MAINT-EOF                       VALUE "Y".
012700 01  WS-DISPNEW-EOF-SW          PIC X       VALUE "N".
012800     88  WS-DISPNEW-EOF                     VALUE "Y".
012825 01  WS-ARCH-EOF-SW             PIC X       VALUE "N".
012850     88  WS-ARCH-EOF                        VALUE "Y".
012875 01  WS-DSPH-EOF-SW             PIC X       VALUE "N".
012900     88  WS-DSPH-EOF                        VALUE "Y".
012925 01  WS-DSPH-FOUND-SW           PIC X       VALUE "N".
012950     88  WS-DSPH-FOUND                      VALUE "Y".
012975 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
013000     88  WS-ACCT-FOUND                      VALUE "Y".
013100 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
013200     88  WS-PARM-EOF                        VALUE "Y".
013300
013400*****************************************************************
013500*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
013600*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
013700*  THE RUN LOG.
013800*****************************************************************
013900 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
014000 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
014100 01  WS-SYSTEM-DATE-RL.
014200     05  SYSRL-YYYY             PIC 9(4).
014300     05  SYSRL-MM               PIC 9(2).
014400     05  SYSRL-DD               PIC 9(2).
014500 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
014600 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
014700
014800     COPY dsprec.
014900
015000     COPY txnrec.
015100
015125     COPY acctrec.
015150
015200     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
015300
015400     COPY busdate.
015500
015600*****************************************************************
015650*  DISPUTE TABLE - THE CASE FILE, LOADED AT STARTUP, MAINTAINED
015700*  IN PLACE AND REWRITTEN AT THE END OF THE RUN IN LOADED ORDER,
015750*  NEW CASES AT THE END.  THE CASE FILE KEEPS OPEN CASES ONLY;
015800*  A CASE THIS RUN RESOLVES GOES TO THE DISPUTE HISTORY AT THE
015850*  REWRITE.  DST-POST-SW SAYS WHAT THIS RUN QUEUES FOR POSTING
015900*  AGAINST THE CASE: "C" THE PROVISIONAL CREDIT, "D" THE
015950*  RE-DEBIT, SPACE NOTHING.
016200*****************************************************************
016300 01  WS-DISP-TABLE.
016400     05  WS-DISP-ENTRY OCCURS 500 TIMES
016500                       INDEXED BY DST-IDX.
016600         10  DST-TXN-ID         PIC 9(4).
016700         10  DST-ACCOUNT-ID     PIC X(10).
016800         10  DST-AMOUNT         PIC 9(7)V99.
016900         10  DST-MERCHANT       PIC X(24).
017000         10  DST-OPEN-DATE      PIC X(10).
017100         10  DST-DUE-DATE       PIC X(10).
017200         10  DST-STATUS         PIC X(7).
017300         10  DST-CLOSE-DATE     PIC X(10).
017400         10  DST-POST-SW        PIC X.
017500             88  DST-POST-CREDIT            VALUE "C".
017600             88  DST-POST-DEBIT             VALUE "D".
017700 01  WS-DISP-COUNT              PIC 9(4)    VALUE 0.
017800 01  WS-DISP-MATCH-IDX          PIC 9(4)    VALUE 0.
017900
018000*****************************************************************
018050*  LEDGER LOOKUP FIELDS - WHAT THE LEDGER INDEX OR THE ARCHIVES
018100*  GAVE FOR THE TXN ID BEING OPENED.  WS-LDG-DONE-SW ENDS A READ
018150*  ALONG THE LEDGER INDEX.
018300*****************************************************************
018400 01  WS-LDG-FOUND-SW            PIC X       VALUE "N".
018500     88  WS-LDG-FOUND                       VALUE "Y".
018600 01  WS-LDG-REVERSED-SW         PIC X       VALUE "N".
018700     88  WS-LDG-REVERSED                    VALUE "Y".
018750 01  WS-LDG-DONE-SW             PIC X       VALUE "N".
018760     88  WS-LDG-DONE                        VALUE "Y".
018800 01  WS-LDG-ACCOUNT-ID          PIC X(10)   VALUE SPACES.
018900 01  WS-LDG-TXN-TYPE            PIC X(12)   VALUE SPACES.
019000 01  WS-LDG-AMOUNT              PIC 9(7)V99 VALUE 0.
019100 01  WS-LDG-MERCHANT            PIC X(24)   VALUE SPACES.
019200
019205*****************************************************************
019210*  DISPUTE WINDOW - A PURCHASE GONE FROM THE LIVE LEDGER IS
019215*  LOOKED FOR IN THE ARCHIVES OF THE WS-DISP-WINDOW-MONTHS
019220*  CALENDAR MONTHS BEFORE THE BUSINESS DATE'S MONTH, OLDEST
019225*  FIRST, EACH NAMED AS BANKARCH NAMES IT.  ANYTHING OLDER IS
019230*  PAST THE WINDOW AND CANNOT BE DISPUTED.
019235*****************************************************************
019240 01  WS-DISP-WINDOW-MONTHS      PIC 9(2)    VALUE 3.
019245 01  WS-ARCH-FILENAME           PIC X(40)   VALUE SPACES.
019250 01  WS-WALK-MONTH.
019255     05  WKM-YYYY               PIC 9(4).
019260     05  FILLER                 PIC X       VALUE "-".
019265     05  WKM-MM                 PIC 9(2).
019270
019300*****************************************************************
019400*  DUE-DATE WORK FIELDS - WS-DISP-DAYS IS THE DISP-DAYS ENTRY IN
019500*  FORCE ON THE BUSINESS DATE.  THE DUE DATE IS REACHED BY
019600*  ROLLING THE BUSINESS DATE FORWARD ONE CALENDAR DAY AT A TIME
019700*  THE SAME WAY BANKMAIN ROLLS ITS CONTROL RECORD.
019800*****************************************************************
019900 01  WS-DISP-DAYS               PIC 9(4)    VALUE 0.
020000 01  WS-DISP-DAYS-EFF-DATE      PIC X(10)   VALUE SPACES.
020100 01  WS-DAYS-ROLLED             PIC 9(4)    VALUE 0.
020200 01  WS-DUE-DATE                PIC X(10)   VALUE SPACES.
020300 01  WS-BD-WORK.
020400     05  BDW-YYYY               PIC 9(4).
020500     05  BDW-MM                 PIC 9(2).
020600     05  BDW-DD                 PIC 9(2).
020700 01  WS-BD-MAX-DD               PIC 9(2)    VALUE 31.
020800 01  WS-BD-LEAP-QUOT            PIC 9(4)    VALUE 0.
020900 01  WS-BD-LEAP-REM             PIC 9(4)    VALUE 0.
021000 01  WS-BD-NEXT.
021100     05  BDN-YYYY               PIC 9(4).
021200     05  FILLER                 PIC X       VALUE "-".
021300     05  BDN-MM                 PIC 9(2).
021400     05  FILLER                 PIC X       VALUE "-".
021500     05  BDN-DD                 PIC 9(2).
021600
021700 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
021800 01  WS-DISP-EVENT              PIC X(8)    VALUE SPACES.
021900 01  WS-OPENED-COUNT            PIC 9(4)    VALUE 0.
022000 01  WS-FAVOUR-COUNT            PIC 9(4)    VALUE 0.
022100 01  WS-AGAINST-COUNT           PIC 9(4)    VALUE 0.
022200 01  WS-QUEUED-COUNT            PIC 9(4)    VALUE 0.
022300 01  WS-REJECT-COUNT            PIC 9(4)    VALUE 0.
022350 01  WS-HISTORY-COUNT           PIC 9(4)    VALUE 0.
022400 01  WS-REJECT-REASON           PIC X(30)   VALUE SPACES.
022500
022600 PROCEDURE DIVISION.
022700*****************************************************************
022800*  0000-MAINLINE
022900*****************************************************************
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE
023200     PERFORM 3000-APPLY-MAINTENANCE
023300         UNTIL WS-MAINT-EOF
023350     PERFORM 3900-CLOSE-INDEXES
023400     PERFORM 4000-REWRITE-DISPUTES
023500     PERFORM 5000-QUEUE-POSTINGS
023600     PERFORM 9000-TERMINATE
023700     STOP RUN.
023800
023900*****************************************************************
024000*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE AND
024100*  THE DISP-DAYS PARAMETER IN FORCE ON IT, LOAD THE CASE FILE,
024150*  OPEN THE LEDGER INDEX AND THE ACCOUNTS MASTER AND OPEN THE
024200*  MAINTENANCE TRANSACTION FILE.
024300*****************************************************************
024400 1000-INITIALIZE.
024500     PERFORM 1060-STAMP-RUN-ID
024600     PERFORM 1050-STAMP-RUN-DATE
024700     PERFORM 1300-LOAD-PRODUCT-PARAMS
024800     PERFORM 1100-LOAD-DISPUTE-FILE
024850     PERFORM 1200-OPEN-INDEXES
024900     OPEN INPUT DISP-MAINT-FILE
025000     IF WS-MAINT-FILE-STATUS NOT = "00"
025100         DISPLAY "BANKDISP: NO MAINTENANCE FILE, STATUS="
025200                 WS-MAINT-FILE-STATUS
025300         MOVE "Y" TO WS-MAINT-EOF-SW
025400     ELSE
025500         DISPLAY "Starting dispute case maintenance..."
025600         PERFORM 3100-READ-MAINT
025700     END-IF
025800     EXIT.
025900
026000*****************************************************************
026100*  1050-STAMP-RUN-DATE - THIS RUN WORKS UNDER THE NEXT BUSINESS
026200*  DATE THE DAILY BATCH WILL POST: A CASE OPENED NOW IS OPENED
026300*  ON THAT DAY AND ITS CREDIT POSTS THAT DAY.
026400*****************************************************************
026500 1050-STAMP-RUN-DATE.
026600     OPEN INPUT BUS-DATE-FILE
026700     IF WS-BDATE-FILE-STATUS NOT = "00"
026800         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
026900         PERFORM 9930-ABEND-BUSDATE-FILE
027000     END-IF
027100     READ BUS-DATE-FILE
027200         AT END
027300             MOVE "READ BUS-DATE-FILE (EMPTY)"
027400                 TO WS-ABEND-CONTEXT
027500             PERFORM 9930-ABEND-BUSDATE-FILE
027600     END-READ
027700     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
027800     CLOSE BUS-DATE-FILE
027900     MOVE BD-RUN-DATE TO WS-RUN-DATE
028000     DISPLAY "DISPUTE MAINTENANCE FOR BUSINESS DATE "
028100             WS-RUN-DATE
028200     EXIT.
028300
028400*****************************************************************
028500*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
028600*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
028700*****************************************************************
028800 1060-STAMP-RUN-ID.
028900     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
029000     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
029100     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
029200            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
029300         INTO WS-RUN-ID
029400     END-STRING
029500     MOVE SPACES TO WS-RUN-LOG-LINE
029600     STRING "BANKDISP,"  DELIMITED BY SIZE
029700            WS-RUN-ID    DELIMITED BY SIZE
029800            ",START"     DELIMITED BY SIZE
029900         INTO WS-RUN-LOG-LINE
030000     END-STRING
030100     PERFORM 9700-WRITE-RUN-LOG
030200     EXIT.
030300
030400*****************************************************************
030500*  1100-LOAD-DISPUTE-FILE - LOAD THE CASE FILE INTO ITS TABLE.
030600*  STATUS "35" MEANS NO CASE HAS EVER BEEN OPENED, WHICH IS
030700*  FINE - THE FIRST OPEN RUN CREATES THE FILE.
030800*****************************************************************
030900 1100-LOAD-DISPUTE-FILE.
031000     OPEN INPUT DISP-FILE
031100     IF WS-DISP-FILE-STATUS = "00"
031200         PERFORM 1110-LOAD-DISPUTE
031300             UNTIL WS-DISP-EOF
031400         CLOSE DISP-FILE
031500         IF WS-DISP-FILE-STATUS NOT = "00"
031600             MOVE "CLOSE DISP-FILE (LOAD)" TO WS-ABEND-CONTEXT
031700             PERFORM 9900-ABEND-DISP-FILE
031800         END-IF
031900     ELSE
032000         IF WS-DISP-FILE-STATUS = "35"
032100             MOVE "Y" TO WS-DISP-EOF-SW
032200         ELSE
032300             MOVE "OPEN INPUT DISP-FILE" TO WS-ABEND-CONTEXT
032400             PERFORM 9900-ABEND-DISP-FILE
032500         END-IF
032600     END-IF
032700     EXIT.
032800
032900 1110-LOAD-DISPUTE.
033000     READ DISP-FILE
033100         AT END
033200             MOVE "Y" TO WS-DISP-EOF-SW
033300         NOT AT END
033400             IF WS-DISP-COUNT = 500
033500                 MOVE "WS-DISP-TABLE OCCURS 500"
033600                     TO WS-ABEND-CONTEXT
033700                 PERFORM 9920-ABEND-TABLE-OVERFLOW
033800             END-IF
033900             MOVE DISP-RECORD TO DSP-CSV-RECORD
034000             ADD 1 TO WS-DISP-COUNT
034100             MOVE DS-TXN-ID
034200                 TO DST-TXN-ID     (WS-DISP-COUNT)
034300             MOVE DS-ACCOUNT-ID
034400                 TO DST-ACCOUNT-ID (WS-DISP-COUNT)
034500             MOVE DS-AMOUNT
034600                 TO DST-AMOUNT     (WS-DISP-COUNT)
034700             MOVE DS-MERCHANT
034800                 TO DST-MERCHANT   (WS-DISP-COUNT)
034900             MOVE DS-OPEN-DATE
035000                 TO DST-OPEN-DATE  (WS-DISP-COUNT)
035100             MOVE DS-DUE-DATE
035200                 TO DST-DUE-DATE   (WS-DISP-COUNT)
035300             MOVE DS-STATUS
035400                 TO DST-STATUS     (WS-DISP-COUNT)
035500             MOVE DS-CLOSE-DATE
035600                 TO DST-CLOSE-DATE (WS-DISP-COUNT)
035700             MOVE SPACE
035800                 TO DST-POST-SW    (WS-DISP-COUNT)
035900     END-READ
036000     EXIT.
036100
036105*****************************************************************
036110*  1200-OPEN-INDEXES - OPEN THE LEDGER INDEX AND THE INDEXED
036115*  ACCOUNTS MASTER (STATUS 35 ON EITHER: BANKIDX HAS NOT BUILT
036120*  IT).  BOTH STAY OPEN UNTIL 3900-CLOSE-INDEXES.
036125*****************************************************************
036130 1200-OPEN-INDEXES.
036135     OPEN INPUT LEDGER-IDX-FILE
036140     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
036145         MOVE "OPEN INPUT LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
036150         PERFORM 9950-ABEND-LEDGIDX-FILE
036155     END-IF
036160     OPEN INPUT ACCOUNT-IDX-FILE
036165     IF WS-ACCT-FILE-STATUS NOT = "00"
036170         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
036175         PERFORM 9980-ABEND-ACCOUNT-FILE
036180     END-IF
036185     EXIT.
036190
036200*****************************************************************
036300*  1300-LOAD-PRODUCT-PARAMS - TAKE THE DISP-DAYS ENTRY IN FORCE
036400*  ON THE BUSINESS DATE: THE LATEST-DATED ROW NOT AFTER IT.  NO
036500*  FILE, OR NO DISP-DAYS ENTRY IN FORCE, STOPS THE RUN - A CASE
036600*  OPENED WITHOUT A DUE DATE IS ONE NOBODY CHASES.
036700*****************************************************************
036800 1300-LOAD-PRODUCT-PARAMS.
036900     OPEN INPUT PARAM-FILE
037000     IF WS-PARM-FILE-STATUS NOT = "00"
037100         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
037200         PERFORM 9940-ABEND-PARAM-FILE
037300     END-IF
037400     PERFORM 1310-READ-PRODUCT-PARAM
037500         UNTIL WS-PARM-EOF
037600     CLOSE PARAM-FILE
037700     IF WS-DISP-DAYS-EFF-DATE = SPACES
037800         MOVE "PARAM DISP-DAYS NOT IN FORCE" TO WS-ABEND-CONTEXT
037900         PERFORM 9940-ABEND-PARAM-FILE
038000     END-IF
038100     DISPLAY "DISPUTE RESOLUTION PERIOD (DAYS): " WS-DISP-DAYS
038200     EXIT.
038300
038400 1310-READ-PRODUCT-PARAM.
038500     READ PARAM-FILE
038600         AT END
038700             MOVE "Y" TO WS-PARM-EOF-SW
038800         NOT AT END
038900             MOVE PARAM-RECORD TO WS-PARM-LINE
039000             IF PR-TYPE-DISP-DAYS
039100                AND PR-EFF-DATE NOT > WS-RUN-DATE
039200                 IF PR-AMOUNT NOT NUMERIC
039300                     DISPLAY "PARAMETER ROW SKIPPED - "
039400                             "AMOUNT NOT NUMERIC: "
039500                             PR-PARAM-TYPE " " PR-PARAM-KEY
039600                 ELSE
039700                     IF PR-EFF-DATE NOT < WS-DISP-DAYS-EFF-DATE
039800                         MOVE PR-EFF-DATE
039900                             TO WS-DISP-DAYS-EFF-DATE
040000                         MOVE PR-AMOUNT TO WS-DISP-DAYS
040100                     END-IF
040200                 END-IF
040300             END-IF
040400     END-READ
040500     EXIT.
040600
040700*****************************************************************
040800*  3000-APPLY-MAINTENANCE - ONE ITERATION PER MAINTENANCE
040900*  TRANSACTION.  A TRANSACTION THAT CANNOT BE APPLIED IS SHOWN
041000*  AND COUNTED, NEVER APPLIED HALFWAY.
041100*****************************************************************
041200 3000-APPLY-MAINTENANCE.
041300     MOVE SPACES TO WS-REJECT-REASON
041400     IF DM-TXN-ID NOT NUMERIC
041500         MOVE "TXN ID NOT NUMERIC" TO WS-REJECT-REASON
041600     ELSE
041700         PERFORM 3200-FIND-DISPUTE
041800         IF DM-ACTION = "OPEN"
041900             PERFORM 3300-APPLY-OPEN
042000         ELSE
042100             IF DM-ACTION = "FAVOUR"
042200                OR DM-ACTION = "AGAINST"
042300                 PERFORM 3400-APPLY-RESOLVE
042400             ELSE
042500                 MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
042600             END-IF
042700         END-IF
042800     END-IF
042900     IF WS-REJECT-REASON = SPACES
043000         PERFORM 6000-LOG-DISPUTE-EVENT
043100     ELSE
043200         ADD 1 TO WS-REJECT-COUNT
043300         DISPLAY "REJECTED " DM-ACTION " TXN " DM-TXN-ID
043400                 " - " WS-REJECT-REASON
043500     END-IF
043600     PERFORM 3100-READ-MAINT
043700     EXIT.
043800
043900 3100-READ-MAINT.
044000     READ DISP-MAINT-FILE
044100         AT END
044200             MOVE "Y" TO WS-MAINT-EOF-SW
044300     END-READ
044400     EXIT.
044500
044600*****************************************************************
044700*  3200-FIND-DISPUTE - LOCATE THE CASE ON FILE FOR THIS TXN ID,
044750*  WHATEVER ITS STATUS, AND FAILING THAT LOOK FOR A RESOLVED
044800*  CASE ON THE DISPUTE HISTORY (WS-DSPH-FOUND).
044900*****************************************************************
045000 3200-FIND-DISPUTE.
045100     MOVE 0 TO WS-DISP-MATCH-IDX
045200     PERFORM VARYING DST-IDX FROM 1 BY 1
045300             UNTIL DST-IDX > WS-DISP-COUNT
045400         IF DST-TXN-ID (DST-IDX) = DM-TXN-ID
045500             MOVE DST-IDX       TO WS-DISP-MATCH-IDX
045600             MOVE WS-DISP-COUNT TO DST-IDX
045700         END-IF
045800     END-PERFORM
045820     MOVE "N" TO WS-DSPH-FOUND-SW
045840     IF WS-DISP-MATCH-IDX = 0
045860         PERFORM 3210-FIND-CLOSED-DISPUTE
045880     END-IF
045900     EXIT.
046000
046002*****************************************************************
046004*  3210-FIND-CLOSED-DISPUTE - READ THE DISPUTE HISTORY FOR A
046006*  CASE ALREADY RESOLVED ON THIS TXN ID.  STATUS "35" MEANS NO
046008*  CASE HAS BEEN MOVED THERE YET.
046010*****************************************************************
046012 3210-FIND-CLOSED-DISPUTE.
046014     OPEN INPUT DISP-HIST-FILE
046016     IF WS-DSPH-FILE-STATUS = "00"
046018         MOVE "N" TO WS-DSPH-EOF-SW
046020         PERFORM 3220-READ-CLOSED-DISPUTE
046022             UNTIL WS-DSPH-EOF OR WS-DSPH-FOUND
046024         CLOSE DISP-HIST-FILE
046026         IF WS-DSPH-FILE-STATUS NOT = "00"
046028             MOVE "CLOSE DISP-HIST-FILE (FIND)"
046030                 TO WS-ABEND-CONTEXT
046032             PERFORM 9990-ABEND-DSPH-FILE
046034         END-IF
046036     ELSE
046038         IF WS-DSPH-FILE-STATUS NOT = "35"
046040             MOVE "OPEN INPUT DISP-HIST-FILE" TO WS-ABEND-CONTEXT
046042             PERFORM 9990-ABEND-DSPH-FILE
046044         END-IF
046046     END-IF
046048     EXIT.
046050
046052 3220-READ-CLOSED-DISPUTE.
046054     READ DISP-HIST-FILE
046056         AT END
046058             MOVE "Y" TO WS-DSPH-EOF-SW
046060         NOT AT END
046062             MOVE DISP-HIST-RECORD TO DSP-CSV-RECORD
046064             IF DS-TXN-ID = DM-TXN-ID
046066                 MOVE "Y" TO WS-DSPH-FOUND-SW
046068             END-IF
046070     END-READ
046072     EXIT.
046074
046100*****************************************************************
046200*  3300-APPLY-OPEN - OPEN A NEW CASE.  THE TXN ID MUST NAME A
046225*  PURCHASE ON THE LIVE LEDGER OR IN THE ARCHIVES OF THE DISPUTE
046250*  WINDOW THAT HAS NEVER BEEN DISPUTED OR REVERSED - A REVERSED
046275*  PURCHASE HAS ALREADY BEEN GIVEN BACK, AND CREDITING IT AGAIN
046300*  WOULD PAY THE CLIENT TWICE - AND ITS ACCOUNT MUST STILL BE
046325*  ACTIVE, SO NO CREDIT IS QUEUED TO A FROZEN OR CLOSED ACCOUNT.
046350*  THE CASE IS DUE DISP-DAYS CALENDAR DAYS AFTER THE BUSINESS
046375*  DATE AND ITS PROVISIONAL CREDIT IS QUEUED.
046400*****************************************************************
046425 3300-APPLY-OPEN.
046450     IF WS-DISP-MATCH-IDX > 0 OR WS-DSPH-FOUND
046475         MOVE "PURCHASE ALREADY DISPUTED" TO WS-REJECT-REASON
046500     ELSE
046525         PERFORM 3310-FIND-LEDGER-TXN
046550         IF NOT WS-LDG-FOUND
046575             MOVE "TXN NOT FOUND IN WINDOW" TO WS-REJECT-REASON
046600         ELSE
046625             IF WS-LDG-TXN-TYPE NOT = "PURCHASE"
046650                 MOVE "TXN NOT A PURCHASE" TO WS-REJECT-REASON
046675             ELSE
046700                 IF WS-LDG-REVERSED
046725                     MOVE "PURCHASE ALREADY REVERSED"
046750                         TO WS-REJECT-REASON
046775                 ELSE
046800                     PERFORM 3380-FIND-ACCOUNT
046825                     IF NOT WS-ACCT-FOUND
046850                         MOVE "ACCOUNT NOT ON MASTER"
046875                             TO WS-REJECT-REASON
046900                     ELSE
046925                         IF A-STATUS NOT = "ACTIVE"
046950                             MOVE "ACCOUNT NOT ACTIVE"
046975                                 TO WS-REJECT-REASON
047000                         ELSE
047025                             PERFORM 3340-ADD-DISPUTE
047050                         END-IF
047075                     END-IF
047100                 END-IF
047125             END-IF
047150         END-IF
047175     END-IF
047200     EXIT.
047225
047250*****************************************************************
047275*  3310-FIND-LEDGER-TXN - READ THE DISPUTED TXN ID FROM THE
047300*  LEDGER INDEX ON ITS TXN ID KEY; A PURCHASE ALREADY ARCHIVED
047325*  IS LOOKED FOR IN THE ARCHIVES OF THE DISPUTE WINDOW, WHICH
047350*  ALSO SHOW ANY REVERSAL POSTED BEFORE THEY WERE CUT.  A LATER
047375*  REVERSAL IS ON THE LIVE LEDGER, ON THE PURCHASE'S OWN
047400*  ACCOUNT - BANKMAIN REVERSES A TXN ONLY ON ITS OWN ACCOUNT.
047425*****************************************************************
047450 3310-FIND-LEDGER-TXN.
047475     MOVE "N" TO WS-LDG-FOUND-SW
047500     MOVE "N" TO WS-LDG-REVERSED-SW
047525     PERFORM 3320-READ-LIVE-TXN
047550     IF NOT WS-LDG-FOUND
047575         PERFORM 3330-SCAN-ARCHIVES
047600     END-IF
047625     IF WS-LDG-FOUND AND NOT WS-LDG-REVERSED
047650         PERFORM 3324-FIND-LIVE-REVERSAL
047675     END-IF
047700     EXIT.
047725
047750*****************************************************************
047775*  3320-READ-LIVE-TXN - READ THE ROWS CARRYING THE TXN ID ON THE
047800*  LEDGER INDEX.  A CARRY-FWD ROW LEFT BY THE PERIOD-CLOSE
047825*  ARCHIVAL REUSES AN ARCHIVED TXN ID AND IS NOT A POSTING, SO
047850*  IT IS PASSED OVER FOR THE NEXT ROW UNDER THE SAME ID.
047875*****************************************************************
047900 3320-READ-LIVE-TXN.
047925     MOVE "N" TO WS-LDG-DONE-SW
047950     MOVE DM-TXN-ID TO LX-ROW-TXN-ID
047975     READ LEDGER-IDX-FILE
048000         KEY IS LX-ROW-TXN-ID
048025         INVALID KEY
048050             MOVE "Y" TO WS-LDG-DONE-SW
048075     END-READ
048100     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
048125        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
048150        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
048175         MOVE "READ LEDGER-IDX-FILE (TXN ID)" TO WS-ABEND-CONTEXT
048200         PERFORM 9950-ABEND-LEDGIDX-FILE
048225     END-IF
048250     PERFORM 3322-CHECK-LIVE-ROW
048275         UNTIL WS-LDG-FOUND OR WS-LDG-DONE
048300     EXIT.
048325
048350*****************************************************************
048375*  3322-CHECK-LIVE-ROW - TAKE THE ROW JUST READ IF IT IS A
048400*  POSTING; OTHERWISE MOVE ON TO THE NEXT ROW UNDER THE SAME
048425*  TXN ID (STATUS "02" SAYS THERE IS ONE), OR GIVE UP.
048450*****************************************************************
048475 3322-CHECK-LIVE-ROW.
048500     MOVE LX-TXN-ROW TO TXN-CSV-RECORD
048525     IF F-TXN-TYPE NOT = "CARRY-FWD"
048550         PERFORM 3336-NOTE-LEDGER-TXN
048575     ELSE
048600         IF WS-LEDGIDX-FILE-STATUS = "02"
048625             READ LEDGER-IDX-FILE NEXT RECORD
048650                 AT END
048675                     MOVE "Y" TO WS-LDG-DONE-SW
048700                 NOT AT END
048725                     IF LX-ROW-TXN-ID NOT = DM-TXN-ID
048750                         MOVE "Y" TO WS-LDG-DONE-SW
048775                     END-IF
048800             END-READ
048825             IF WS-LEDGIDX-FILE-STATUS NOT = "00"
048850                AND WS-LEDGIDX-FILE-STATUS NOT = "02"
048875                AND WS-LEDGIDX-FILE-STATUS NOT = "10"
048900                 MOVE "READ LEDGER-IDX-FILE (TXN ROW)"
048925                     TO WS-ABEND-CONTEXT
048950                 PERFORM 9950-ABEND-LEDGIDX-FILE
048975             END-IF
049000         ELSE
049025             MOVE "Y" TO WS-LDG-DONE-SW
049050         END-IF
049075     END-IF
049100     EXIT.
049125
049150*****************************************************************
049175*  3324-FIND-LIVE-REVERSAL - READ THE PURCHASE'S ACCOUNT ALONG
049200*  THE LEDGER INDEX FROM THE PURCHASE ON, LOOKING FOR A
049225*  REVERSAL THAT NAMES IT.
049250*****************************************************************
049275 3324-FIND-LIVE-REVERSAL.
049300     MOVE "N" TO WS-LDG-DONE-SW
049325     MOVE WS-LDG-ACCOUNT-ID TO LX-ACCOUNT-ID
049350     MOVE DM-TXN-ID         TO LX-TXN-ID
049375     START LEDGER-IDX-FILE
049400         KEY IS GREATER THAN LX-KEY
049425         INVALID KEY
049450             MOVE "Y" TO WS-LDG-DONE-SW
049475     END-START
049500     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
049525        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
049550         MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
049575         PERFORM 9950-ABEND-LEDGIDX-FILE
049600     END-IF
049625     PERFORM 3326-READ-ACCOUNT-ROW
049650         UNTIL WS-LDG-REVERSED OR WS-LDG-DONE
049675     EXIT.
049700
049725 3326-READ-ACCOUNT-ROW.
049750     READ LEDGER-IDX-FILE NEXT RECORD
049775         AT END
049800             MOVE "Y" TO WS-LDG-DONE-SW
049825         NOT AT END
049850             IF LX-ACCOUNT-ID NOT = WS-LDG-ACCOUNT-ID
049875                 MOVE "Y" TO WS-LDG-DONE-SW
049900             ELSE
049925                 MOVE LX-TXN-ROW TO TXN-CSV-RECORD
049950                 IF F-TXN-TYPE = "REVERSAL"
049975                    AND F-REF-ID = DM-TXN-ID
050000                     MOVE "Y" TO WS-LDG-REVERSED-SW
050025                 END-IF
050050             END-IF
050075     END-READ
050100     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
050125        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
050150        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
050175         MOVE "READ LEDGER-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
050200         PERFORM 9950-ABEND-LEDGIDX-FILE
050225     END-IF
050250     EXIT.
050275
050300*****************************************************************
050325*  3330-SCAN-ARCHIVES - STEP BACK WS-DISP-WINDOW-MONTHS MONTHS
050350*  FROM THE BUSINESS DATE'S MONTH, THEN READ EACH MONTH'S
050375*  ARCHIVE, OLDEST FIRST.  STATUS "35" JUST MEANS THAT MONTH
050400*  WAS NEVER ARCHIVED - SKIP IT.
050425*****************************************************************
050450 3330-SCAN-ARCHIVES.
050475     MOVE WS-RUN-DATE (1:4) TO WKM-YYYY
050500     MOVE WS-RUN-DATE (6:2) TO WKM-MM
050525     PERFORM 3331-STEP-BACK-MONTH
050550         WS-DISP-WINDOW-MONTHS TIMES
050575     PERFORM 3332-READ-ONE-ARCHIVE
050600         WS-DISP-WINDOW-MONTHS TIMES
050625     EXIT.
050650
050675 3331-STEP-BACK-MONTH.
050700     IF WKM-MM = 1
050725         MOVE 12 TO WKM-MM
050750         SUBTRACT 1 FROM WKM-YYYY
050775     ELSE
050800         SUBTRACT 1 FROM WKM-MM
050825     END-IF
050850     EXIT.
050875
050900 3332-READ-ONE-ARCHIVE.
050925     MOVE SPACES TO WS-ARCH-FILENAME
050950     STRING "data/archive_"  DELIMITED BY SIZE
050975            WS-WALK-MONTH    DELIMITED BY SIZE
051000            ".csv"           DELIMITED BY SIZE
051025         INTO WS-ARCH-FILENAME
051050     END-STRING
051075     MOVE "N" TO WS-ARCH-EOF-SW
051100     OPEN INPUT ARCH-FILE
051125     IF WS-ARCH-FILE-STATUS = "00"
051150         PERFORM 3334-READ-ARCHIVE-ROW
051175             UNTIL WS-ARCH-EOF
051200         CLOSE ARCH-FILE
051225     ELSE
051250         IF WS-ARCH-FILE-STATUS NOT = "35"
051275             MOVE "OPEN INPUT ARCH-FILE" TO WS-ABEND-CONTEXT
051300             PERFORM 9970-ABEND-ARCH-FILE
051325         END-IF
051350     END-IF
051375     IF WKM-MM = 12
051400         MOVE 1 TO WKM-MM
051425         ADD 1 TO WKM-YYYY
051450     ELSE
051475         ADD 1 TO WKM-MM
051500     END-IF
051525     EXIT.
051550
051575 3334-READ-ARCHIVE-ROW.
051600     READ ARCH-FILE
051625         AT END
051650             MOVE "Y" TO WS-ARCH-EOF-SW
051675         NOT AT END
051700             MOVE ARCH-RECORD TO TXN-CSV-RECORD
051725             IF F-TXN-ID = DM-TXN-ID
051750                AND F-TXN-TYPE NOT = "CARRY-FWD"
051775                 PERFORM 3336-NOTE-LEDGER-TXN
051800             END-IF
051825             IF F-TXN-TYPE = "REVERSAL"
051850                AND F-REF-ID = DM-TXN-ID
051875                 MOVE "Y" TO WS-LDG-REVERSED-SW
051900             END-IF
051925     END-READ
051950     EXIT.
051975
052000 3336-NOTE-LEDGER-TXN.
052025     MOVE "Y"          TO WS-LDG-FOUND-SW
052050     MOVE F-ACCOUNT-ID TO WS-LDG-ACCOUNT-ID
052075     MOVE F-TXN-TYPE   TO WS-LDG-TXN-TYPE
052100     MOVE F-AMOUNT     TO WS-LDG-AMOUNT
052125     MOVE F-MERCHANT   TO WS-LDG-MERCHANT
052150     EXIT.
052175
052200*****************************************************************
052225*  3340-ADD-DISPUTE - THE NEW CASE, AT THE END OF THE TABLE,
052250*  WITH ITS PROVISIONAL CREDIT MARKED FOR THE POSTING QUEUE.
052275*****************************************************************
052300 3340-ADD-DISPUTE.
052325     IF WS-DISP-COUNT = 500
052350         MOVE "WS-DISP-TABLE OCCURS 500" TO WS-ABEND-CONTEXT
052375         PERFORM 9920-ABEND-TABLE-OVERFLOW
052400     END-IF
052425     PERFORM 3350-SET-DUE-DATE
052450     ADD 1 TO WS-DISP-COUNT
052475     MOVE WS-DISP-COUNT     TO WS-DISP-MATCH-IDX
052500     MOVE DM-TXN-ID         TO DST-TXN-ID     (WS-DISP-COUNT)
052525     MOVE WS-LDG-ACCOUNT-ID TO DST-ACCOUNT-ID (WS-DISP-COUNT)
052550     MOVE WS-LDG-AMOUNT     TO DST-AMOUNT     (WS-DISP-COUNT)
052575     MOVE WS-LDG-MERCHANT   TO DST-MERCHANT   (WS-DISP-COUNT)
052600     MOVE WS-RUN-DATE       TO DST-OPEN-DATE  (WS-DISP-COUNT)
052625     MOVE WS-DUE-DATE       TO DST-DUE-DATE   (WS-DISP-COUNT)
052650     MOVE "OPEN"            TO DST-STATUS     (WS-DISP-COUNT)
052675     MOVE SPACES            TO DST-CLOSE-DATE (WS-DISP-COUNT)
052700     MOVE "C"               TO DST-POST-SW    (WS-DISP-COUNT)
052725     MOVE "OPENED" TO WS-DISP-EVENT
052750     ADD 1 TO WS-OPENED-COUNT
052775     EXIT.
056100
056200*****************************************************************
056300*  3350-SET-DUE-DATE - THE BUSINESS DATE ROLLED FORWARD
056400*  WS-DISP-DAYS CALENDAR DAYS.
056500*****************************************************************
056600 3350-SET-DUE-DATE.
056700     MOVE WS-RUN-DATE (1:4) TO BDW-YYYY
056800     MOVE WS-RUN-DATE (6:2) TO BDW-MM
056900     MOVE WS-RUN-DATE (9:2) TO BDW-DD
057000     MOVE 0 TO WS-DAYS-ROLLED
057100     PERFORM 3360-ROLL-ONE-DAY
057200         UNTIL WS-DAYS-ROLLED NOT < WS-DISP-DAYS
057300     MOVE BDW-YYYY TO BDN-YYYY
057400     MOVE BDW-MM   TO BDN-MM
057500     MOVE BDW-DD   TO BDN-DD
057600     MOVE WS-BD-NEXT TO WS-DUE-DATE
057700     EXIT.
057800
057900 3360-ROLL-ONE-DAY.
058000     PERFORM 3370-SET-MONTH-LENGTH
058100     IF BDW-DD < WS-BD-MAX-DD
058200         ADD 1 TO BDW-DD
058300     ELSE
058400         MOVE 1 TO BDW-DD
058500         IF BDW-MM = 12
058600             MOVE 1 TO BDW-MM
058700             ADD 1 TO BDW-YYYY
058800         ELSE
058900             ADD 1 TO BDW-MM
059000         END-IF
059100     END-IF
059200     ADD 1 TO WS-DAYS-ROLLED
059300     EXIT.
059400
059500*****************************************************************
059600*  3370-SET-MONTH-LENGTH - DAYS IN MONTH BDW-MM OF YEAR
059700*  BDW-YYYY, GREGORIAN LEAP RULES.
059800*****************************************************************
059900 3370-SET-MONTH-LENGTH.
060000     IF BDW-MM = 4 OR BDW-MM = 6 OR BDW-MM = 9 OR BDW-MM = 11
060100         MOVE 30 TO WS-BD-MAX-DD
060200     ELSE
060300         IF BDW-MM = 2
060400             MOVE 28 TO WS-BD-MAX-DD
060500             DIVIDE BDW-YYYY BY 4 GIVING WS-BD-LEAP-QUOT
060600                 REMAINDER WS-BD-LEAP-REM
060700             IF WS-BD-LEAP-REM = 0
060800                 MOVE 29 TO WS-BD-MAX-DD
060900                 DIVIDE BDW-YYYY BY 100 GIVING WS-BD-LEAP-QUOT
061000                     REMAINDER WS-BD-LEAP-REM
061100                 IF WS-BD-LEAP-REM = 0
061200                     MOVE 28 TO WS-BD-MAX-DD
061300                     DIVIDE BDW-YYYY BY 400
061400                         GIVING WS-BD-LEAP-QUOT
061500                         REMAINDER WS-BD-LEAP-REM
061600                     IF WS-BD-LEAP-REM = 0
061700                         MOVE 29 TO WS-BD-MAX-DD
061800                     END-IF
061900                 END-IF
062000             END-IF
062100         ELSE
062200             MOVE 31 TO WS-BD-MAX-DD
062300         END-IF
062400     END-IF
062500     EXIT.
062600
062604*****************************************************************
062608*  3380-FIND-ACCOUNT - READ THE PURCHASE'S ACCOUNT BY KEY INTO
062612*  ACCT-CSV-RECORD.  STATUS 23 IS AN ID NOT ON THE MASTER
062616*  (WS-ACCT-FOUND OFF); ANYTHING ELSE BUT 00 IS A FILE ERROR.
062620*****************************************************************
062624 3380-FIND-ACCOUNT.
062628     MOVE "N" TO WS-ACCT-FOUND-SW
062632     MOVE WS-LDG-ACCOUNT-ID TO AX-ACCOUNT-ID
062636     READ ACCOUNT-IDX-FILE
062640         INVALID KEY
062644             MOVE "N" TO WS-ACCT-FOUND-SW
062648         NOT INVALID KEY
062652             MOVE "Y" TO WS-ACCT-FOUND-SW
062656             MOVE ACCOUNT-IDX-RECORD TO ACCT-CSV-RECORD
062660     END-READ
062664     IF WS-ACCT-FILE-STATUS NOT = "00"
062668        AND WS-ACCT-FILE-STATUS NOT = "23"
062672         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
062676         PERFORM 9980-ABEND-ACCOUNT-FILE
062680     END-IF
062684     EXIT.
062688
062700*****************************************************************
062800*  3400-APPLY-RESOLVE - CLOSE AN OPEN CASE.  IN FAVOUR OF THE
062900*  CLIENT NOTHING POSTS - THE PROVISIONAL CREDIT BECOMES FINAL.
063000*  AGAINST THE CLIENT THE CREDIT IS TAKEN BACK BY A DISPUTE-DR.
063100*  A CASE OPENED IN THIS SAME RUN CANNOT BE RESOLVED UNTIL ITS
063200*  CREDIT HAS POSTED.
063300*****************************************************************
063400 3400-APPLY-RESOLVE.
063500     IF WS-DISP-MATCH-IDX = 0
063600         IF WS-DSPH-FOUND
063620             MOVE "DISPUTE ALREADY CLOSED" TO WS-REJECT-REASON
063640         ELSE
063660             MOVE "NO DISPUTE ON FILE" TO WS-REJECT-REASON
063680         END-IF
063700     ELSE
063800         IF DST-STATUS (WS-DISP-MATCH-IDX) NOT = "OPEN"
063900             MOVE "DISPUTE ALREADY CLOSED" TO WS-REJECT-REASON
064000         ELSE
064100             IF DST-POST-SW (WS-DISP-MATCH-IDX) NOT = SPACE
064200                 MOVE "DISPUTE OPENED THIS RUN"
064300                     TO WS-REJECT-REASON
064400             ELSE
064500                 MOVE DM-ACTION
064600                     TO DST-STATUS     (WS-DISP-MATCH-IDX)
064700                 MOVE WS-RUN-DATE
064800                     TO DST-CLOSE-DATE (WS-DISP-MATCH-IDX)
064900                 MOVE DM-ACTION TO WS-DISP-EVENT
065000                 IF DM-ACTION = "AGAINST"
065100                     MOVE "D"
065200                         TO DST-POST-SW (WS-DISP-MATCH-IDX)
065300                     ADD 1 TO WS-AGAINST-COUNT
065400                 ELSE
065500                     ADD 1 TO WS-FAVOUR-COUNT
065600                 END-IF
065700             END-IF
065800         END-IF
065900     END-IF
066000     EXIT.
066100
066105*****************************************************************
066110*  3900-CLOSE-INDEXES - THE LAST MAINTENANCE LINE IS APPLIED;
066115*  CLOSE THE LEDGER INDEX AND THE ACCOUNTS MASTER.
066120*****************************************************************
066125 3900-CLOSE-INDEXES.
066130     CLOSE LEDGER-IDX-FILE
066135     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
066140         MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
066145         PERFORM 9950-ABEND-LEDGIDX-FILE
066150     END-IF
066155     CLOSE ACCOUNT-IDX-FILE
066160     IF WS-ACCT-FILE-STATUS NOT = "00"
066165         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
066170         PERFORM 9980-ABEND-ACCOUNT-FILE
066175     END-IF
066180     EXIT.
066185
066200*****************************************************************
066250*  4000-REWRITE-DISPUTES - WRITE EVERY OPEN CASE TO THE WORK
066300*  FILE IN LOADED ORDER, NEW CASES AT THE END, AND ONLY ONCE IT
066350*  IS COMPLETE AND CLOSED COPY IT OVER THE LIVE FILE.  A
066400*  RESOLVED CASE GOES TO THE END OF THE DISPUTE HISTORY
066450*  INSTEAD.
066600*****************************************************************
066700 4000-REWRITE-DISPUTES.
066800     OPEN OUTPUT DISP-NEW-FILE
066900     IF WS-DISPNEW-FILE-STATUS NOT = "00"
067000         MOVE "OPEN OUTPUT DISP-NEW" TO WS-ABEND-CONTEXT
067100         PERFORM 9910-ABEND-DISPNEW-FILE
067110     END-IF
067120     OPEN EXTEND DISP-HIST-FILE
067130     IF WS-DSPH-FILE-STATUS = "35"
067140         OPEN OUTPUT DISP-HIST-FILE
067150     END-IF
067160     IF WS-DSPH-FILE-STATUS NOT = "00"
067170         MOVE "OPEN EXTEND DISP-HIST-FILE" TO WS-ABEND-CONTEXT
067180         PERFORM 9990-ABEND-DSPH-FILE
067200     END-IF
067300     PERFORM VARYING DST-IDX FROM 1 BY 1
067400             UNTIL DST-IDX > WS-DISP-COUNT
067500         MOVE DST-TXN-ID     (DST-IDX) TO DS-TXN-ID
067600         MOVE DST-ACCOUNT-ID (DST-IDX) TO DS-ACCOUNT-ID
067700         MOVE DST-AMOUNT     (DST-IDX) TO DS-AMOUNT
067800         MOVE DST-MERCHANT   (DST-IDX) TO DS-MERCHANT
067900         MOVE DST-OPEN-DATE  (DST-IDX) TO DS-OPEN-DATE
068000         MOVE DST-DUE-DATE   (DST-IDX) TO DS-DUE-DATE
068100         MOVE DST-STATUS     (DST-IDX) TO DS-STATUS
068200         MOVE DST-CLOSE-DATE (DST-IDX) TO DS-CLOSE-DATE
068225         IF DS-STATUS-OPEN
068250             MOVE DSP-CSV-RECORD TO DISP-NEW-RECORD
068275             WRITE DISP-NEW-RECORD
068300             IF WS-DISPNEW-FILE-STATUS NOT = "00"
068325                 MOVE "WRITE DISP-NEW-RECORD" TO WS-ABEND-CONTEXT
068350                 PERFORM 9910-ABEND-DISPNEW-FILE
068375             END-IF
068400         ELSE
068425             MOVE DSP-CSV-RECORD TO DISP-HIST-RECORD
068450             WRITE DISP-HIST-RECORD
068475             IF WS-DSPH-FILE-STATUS NOT = "00"
068500                 MOVE "WRITE DISP-HIST-RECORD" TO WS-ABEND-CONTEXT
068525                 PERFORM 9990-ABEND-DSPH-FILE
068550             END-IF
068575             ADD 1 TO WS-HISTORY-COUNT
068600         END-IF
068900     END-PERFORM
069000     CLOSE DISP-NEW-FILE
069100     IF WS-DISPNEW-FILE-STATUS NOT = "00"
069200         MOVE "CLOSE DISP-NEW-FILE" TO WS-ABEND-CONTEXT
069300         PERFORM 9910-ABEND-DISPNEW-FILE
069310     END-IF
069320     CLOSE DISP-HIST-FILE
069330     IF WS-DSPH-FILE-STATUS NOT = "00"
069340         MOVE "CLOSE DISP-HIST-FILE" TO WS-ABEND-CONTEXT
069350         PERFORM 9990-ABEND-DSPH-FILE
069400     END-IF
069500     PERFORM 4100-SWAP-IN-NEW-DISPUTES
069600     EXIT.
069700
069800*****************************************************************
069900*  4100-SWAP-IN-NEW-DISPUTES - THE MAINTAINED FILE IS COMPLETE
070000*  ON THE WORK FILE; COPY IT OVER DISPUTES.CSV.  AN ABEND IN
070100*  HERE LEAVES DATA/DISPUTES_NEW.CSV INTACT FOR A MANUAL
070200*  RESTART (COPY IT OVER DATA/DISPUTES.CSV).
070300*****************************************************************
070400 4100-SWAP-IN-NEW-DISPUTES.
070500     OPEN INPUT DISP-NEW-FILE
070600     IF WS-DISPNEW-FILE-STATUS NOT = "00"
070700         MOVE "OPEN INPUT DISP-NEW" TO WS-ABEND-CONTEXT
070800         PERFORM 9910-ABEND-DISPNEW-FILE
070900     END-IF
071000     OPEN OUTPUT DISP-FILE
071100     IF WS-DISP-FILE-STATUS NOT = "00"
071200         MOVE "OPEN OUTPUT DISP-FILE" TO WS-ABEND-CONTEXT
071300         PERFORM 9900-ABEND-DISP-FILE
071400     END-IF
071500     PERFORM 4110-COPY-NEW-DISPUTE-ROW
071600         UNTIL WS-DISPNEW-EOF
071700     CLOSE DISP-NEW-FILE
071720     IF WS-DISPNEW-FILE-STATUS NOT = "00"
071740         MOVE "CLOSE DISP-NEW-FILE (SWAP)" TO WS-ABEND-CONTEXT
071760         PERFORM 9910-ABEND-DISPNEW-FILE
071780     END-IF
071800     CLOSE DISP-FILE
071900     IF WS-DISP-FILE-STATUS NOT = "00"
072000         MOVE "CLOSE DISP-FILE (SWAP)" TO WS-ABEND-CONTEXT
072100         PERFORM 9900-ABEND-DISP-FILE
072200     END-IF
072300     EXIT.
072400
072500 4110-COPY-NEW-DISPUTE-ROW.
072600     READ DISP-NEW-FILE
072700         AT END
072800             MOVE "Y" TO WS-DISPNEW-EOF-SW
072900         NOT AT END
073000             MOVE DISP-NEW-RECORD TO DISP-RECORD
073100             WRITE DISP-RECORD
073200             IF WS-DISP-FILE-STATUS NOT = "00"
073300                 MOVE "WRITE DISP-RECORD (SWAP)"
073400                     TO WS-ABEND-CONTEXT
073500                 PERFORM 9900-ABEND-DISP-FILE
073600             END-IF
073700     END-READ
073800     EXIT.
073900
074000*****************************************************************
074100*  5000-QUEUE-POSTINGS - ONLY ONCE THE CASE FILE IS SAFELY
074200*  REWRITTEN, APPEND THIS RUN'S CREDITS AND RE-DEBITS TO THE
074300*  POSTING QUEUE FOR BANKMAIN.  THE QUEUE IS APPENDED TO, NOT
074400*  REWRITTEN, SO ITEMS A POSTING RUN HAS NOT YET TAKEN ARE
074500*  KEPT.
074600*****************************************************************
074700 5000-QUEUE-POSTINGS.
074800     OPEN EXTEND DISP-POST-FILE
074900     IF WS-DPOST-FILE-STATUS = "35"
075000         OPEN OUTPUT DISP-POST-FILE
075100     END-IF
075200     IF WS-DPOST-FILE-STATUS NOT = "00"
075300         MOVE "OPEN EXTEND DISP-POST-FILE" TO WS-ABEND-CONTEXT
075400         PERFORM 9960-ABEND-DPOST-FILE
075500     END-IF
075600     PERFORM VARYING DST-IDX FROM 1 BY 1
075700             UNTIL DST-IDX > WS-DISP-COUNT
075800         IF DST-POST-CREDIT (DST-IDX)
075900            OR DST-POST-DEBIT (DST-IDX)
076000             IF DST-POST-CREDIT (DST-IDX)
076100                 MOVE "DISPUTE-CR" TO DQ-TXN-TYPE
076200             ELSE
076300                 MOVE "DISPUTE-DR" TO DQ-TXN-TYPE
076400             END-IF
076500             MOVE DST-ACCOUNT-ID (DST-IDX) TO DQ-ACCOUNT-ID
076600             MOVE DST-AMOUNT     (DST-IDX) TO DQ-AMOUNT
076700             MOVE DST-MERCHANT   (DST-IDX) TO DQ-MERCHANT
076800             MOVE "Dispute"                TO DQ-CATEGORY
076900             MOVE DST-TXN-ID     (DST-IDX) TO DQ-REF-TXN-ID
077000             MOVE WS-RUN-DATE              TO DQ-QUEUED-DATE
077100             MOVE DSPQ-CSV-RECORD TO DISP-POST-RECORD
077200             WRITE DISP-POST-RECORD
077300             IF WS-DPOST-FILE-STATUS NOT = "00"
077400                 MOVE "WRITE DISP-POST-RECORD"
077500                     TO WS-ABEND-CONTEXT
077600                 PERFORM 9960-ABEND-DPOST-FILE
077700             END-IF
077800             ADD 1 TO WS-QUEUED-COUNT
077900         END-IF
078000     END-PERFORM
078100     CLOSE DISP-POST-FILE
078200     IF WS-DPOST-FILE-STATUS NOT = "00"
078300         MOVE "CLOSE DISP-POST-FILE" TO WS-ABEND-CONTEXT
078400         PERFORM 9960-ABEND-DPOST-FILE
078500     END-IF
078600     EXIT.
078700
078800*****************************************************************
078900*  6000-LOG-DISPUTE-EVENT - ONE AUDIT RECORD ON THE RUN LOG FOR
079000*  THE CASE AT WS-DISP-MATCH-IDX, NAMED BY WS-DISP-EVENT.
079100*****************************************************************
079200 6000-LOG-DISPUTE-EVENT.
079300     MOVE DST-AMOUNT (WS-DISP-MATCH-IDX) TO DS-AMOUNT
079400     MOVE SPACES TO WS-RUN-LOG-LINE
079500     STRING "BANKDISP,"     DELIMITED BY SIZE
079600            WS-RUN-ID       DELIMITED BY SIZE
079700            ",DISPUTE,"     DELIMITED BY SIZE
079800            WS-DISP-EVENT   DELIMITED BY SPACE
079900            ",TXN="         DELIMITED BY SIZE
080000            DST-TXN-ID (WS-DISP-MATCH-IDX)
080100                            DELIMITED BY SIZE
080200            ","             DELIMITED BY SIZE
080300            DST-ACCOUNT-ID (WS-DISP-MATCH-IDX)
080400                            DELIMITED BY SPACE
080500            ",AMOUNT="      DELIMITED BY SIZE
080600            DS-AMOUNT       DELIMITED BY SIZE
080700            ",DUE="         DELIMITED BY SIZE
080800            DST-DUE-DATE (WS-DISP-MATCH-IDX)
080900                            DELIMITED BY SIZE
081000            ",STATUS="      DELIMITED BY SIZE
081100            DST-STATUS (WS-DISP-MATCH-IDX)
081200                            DELIMITED BY SPACE
081300         INTO WS-RUN-LOG-LINE
081400     END-STRING
081500     PERFORM 9700-WRITE-RUN-LOG
081600     DISPLAY "DISPUTE " WS-DISP-EVENT " TXN "
081700             DST-TXN-ID (WS-DISP-MATCH-IDX) " "
081800             DST-ACCOUNT-ID (WS-DISP-MATCH-IDX)
081900             " DUE " DST-DUE-DATE (WS-DISP-MATCH-IDX)
082000     EXIT.
082100
082200*****************************************************************
082300*  9000-TERMINATE - CLOSE THE MAINTENANCE FILE, REPORT THE RUN
082400*  AND LOG ITS END.  ANY REJECTED TRANSACTION LEAVES A WARNING
082500*  RETURN CODE SO THE SCHEDULER CAN FLAG THE RUN FOR REVIEW.
082600*****************************************************************
082700 9000-TERMINATE.
082800     CLOSE DISP-MAINT-FILE
082900     DISPLAY "Cases opened          : " WS-OPENED-COUNT
083000     DISPLAY "Resolved in favour    : " WS-FAVOUR-COUNT
083100     DISPLAY "Resolved against      : " WS-AGAINST-COUNT
083200     DISPLAY "Postings queued       : " WS-QUEUED-COUNT
083300     DISPLAY "Transactions rejected : " WS-REJECT-COUNT
083350     DISPLAY "Cases to history      : " WS-HISTORY-COUNT
083400     DISPLAY "Dispute case maintenance complete."
083500     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
083600     MOVE SPACES TO WS-RUN-LOG-LINE
083700     IF WS-REJECT-COUNT > 0
083800         MOVE 4 TO RETURN-CODE
083900         STRING "BANKDISP,"       DELIMITED BY SIZE
084000                WS-RUN-ID         DELIMITED BY SIZE
084100                ",END,OPENED="    DELIMITED BY SIZE
084200                WS-OPENED-COUNT   DELIMITED BY SIZE
084300                ",FAVOUR="        DELIMITED BY SIZE
084400                WS-FAVOUR-COUNT   DELIMITED BY SIZE
084500                ",AGAINST="       DELIMITED BY SIZE
084600                WS-AGAINST-COUNT  DELIMITED BY SIZE
084700                ",REJECTED="      DELIMITED BY SIZE
084800                WS-REJECT-COUNT   DELIMITED BY SIZE
084900                ",RC=04"          DELIMITED BY SIZE
085000                ",ENDED="         DELIMITED BY SIZE
085100                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
085200             INTO WS-RUN-LOG-LINE
085300         END-STRING
085400     ELSE
085500         STRING "BANKDISP,"       DELIMITED BY SIZE
085600                WS-RUN-ID         DELIMITED BY SIZE
085700                ",END,OPENED="    DELIMITED BY SIZE
085800                WS-OPENED-COUNT   DELIMITED BY SIZE
085900                ",FAVOUR="        DELIMITED BY SIZE
086000                WS-FAVOUR-COUNT   DELIMITED BY SIZE
086100                ",AGAINST="       DELIMITED BY SIZE
086200                WS-AGAINST-COUNT  DELIMITED BY SIZE
086300                ",REJECTED="      DELIMITED BY SIZE
086400                WS-REJECT-COUNT   DELIMITED BY SIZE
086500                ",RC=00"          DELIMITED BY SIZE
086600                ",ENDED="         DELIMITED BY SIZE
086700                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
086800             INTO WS-RUN-LOG-LINE
086900         END-STRING
087000     END-IF
087100     PERFORM 9700-WRITE-RUN-LOG
087200     EXIT.
087300
087400*****************************************************************
087500*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
087600*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
087700*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
087800*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
087900*  THE RUN.
088000*****************************************************************
088100 9700-WRITE-RUN-LOG.
088200     OPEN EXTEND RUN-LOG-FILE
088300     IF WS-RUNLOG-FILE-STATUS = "35"
088400         OPEN OUTPUT RUN-LOG-FILE
088500     END-IF
088600     IF WS-RUNLOG-FILE-STATUS NOT = "00"
088700         DISPLAY "BANKDISP: RUN LOG UNAVAILABLE, STATUS="
088800                 WS-RUNLOG-FILE-STATUS
088900     ELSE
089000         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
089100         WRITE RUN-LOG-RECORD
089200         IF WS-RUNLOG-FILE-STATUS NOT = "00"
089300             DISPLAY "BANKDISP: RUN LOG WRITE FAILED, STATUS="
089400                     WS-RUNLOG-FILE-STATUS
089500         END-IF
089600         CLOSE RUN-LOG-FILE
089700     END-IF
089800     EXIT.
089900
090000*****************************************************************
090100*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
090200*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
090300*  PARAGRAPH BEFORE ITS STOP RUN.
090400*****************************************************************
090500 9800-LOG-ABEND.
090600     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
090700     MOVE SPACES TO WS-RUN-LOG-LINE
090800     STRING "BANKDISP,"      DELIMITED BY SIZE
090900            WS-RUN-ID        DELIMITED BY SIZE
091000            ",ABEND,"        DELIMITED BY SIZE
091100            WS-ABEND-CONTEXT DELIMITED BY SIZE
091200            ",STATUS="       DELIMITED BY SIZE
091300            WS-ABEND-STATUS  DELIMITED BY SIZE
091400            ",RC=16"         DELIMITED BY SIZE
091500            ",ENDED="        DELIMITED BY SIZE
091600            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
091700         INTO WS-RUN-LOG-LINE
091800     END-STRING
091900     PERFORM 9700-WRITE-RUN-LOG
092000     EXIT.
092100
092200*****************************************************************
092300*  9900-ABEND-DISP-FILE - THE CASE FILE FAILED ON OPEN, READ,
092400*  WRITE OR CLOSE.  A HALF-REWRITTEN CASE FILE WOULD LOSE OPEN
092500*  CASES NOBODY THEN CHASES, SO THE RUN STOPS.
092600*****************************************************************
092700 9900-ABEND-DISP-FILE.
092800     DISPLAY "BANKDISP: FATAL - DISP-FILE ERROR ON "
092900             WS-ABEND-CONTEXT
093000     DISPLAY "BANKDISP: FILE STATUS=" WS-DISP-FILE-STATUS
093100     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
093200     MOVE WS-DISP-FILE-STATUS TO WS-ABEND-STATUS
093300     PERFORM 9800-LOG-ABEND
093400     MOVE 16 TO RETURN-CODE
093500     STOP RUN.
093600
093700*****************************************************************
093800*  9910-ABEND-DISPNEW-FILE - THE WORK COPY OF THE MAINTAINED
093900*  CASE FILE FAILED ON OPEN, WRITE OR CLOSE.  DISPUTES.CSV HAS
094000*  NOT BEEN TOUCHED YET AND NOTHING HAS BEEN QUEUED, SO THE RUN
094100*  JUST STOPS.  A RERUN APPENDS THE CASES ALREADY MOVED TO THE
094150*  HISTORY A SECOND TIME, WHICH DOES NO HARM.
094200*****************************************************************
094300 9910-ABEND-DISPNEW-FILE.
094400     DISPLAY "BANKDISP: FATAL - DISP-NEW-FILE ERROR ON "
094500             WS-ABEND-CONTEXT
094600     DISPLAY "BANKDISP: FILE STATUS=" WS-DISPNEW-FILE-STATUS
094700     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
094800     MOVE WS-DISPNEW-FILE-STATUS TO WS-ABEND-STATUS
094900     PERFORM 9800-LOG-ABEND
095000     MOVE 16 TO RETURN-CODE
095100     STOP RUN.
095200
095300*****************************************************************
095400*  9920-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
095500*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
095600*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
095700*  ADJACENT STORAGE.
095800*****************************************************************
095900 9920-ABEND-TABLE-OVERFLOW.
096000     DISPLAY "BANKDISP: FATAL - TABLE CAPACITY EXCEEDED ON "
096100             WS-ABEND-CONTEXT
096200     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
096300     MOVE SPACES TO WS-ABEND-STATUS
096400     PERFORM 9800-LOG-ABEND
096500     MOVE 16 TO RETURN-CODE
096600     STOP RUN.
096700
096800*****************************************************************
096900*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
097000*  COULD NOT BE READ.  WITHOUT IT THERE IS NO OPEN DATE OR DUE
097100*  DATE FOR A CASE, SO THE RUN STOPS.
097200*****************************************************************
097300 9930-ABEND-BUSDATE-FILE.
097400     DISPLAY "BANKDISP: FATAL - BUS-DATE-FILE ERROR ON "
097500             WS-ABEND-CONTEXT
097600     DISPLAY "BANKDISP: FILE STATUS=" WS-BDATE-FILE-STATUS
097700     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
097800     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
097900     PERFORM 9800-LOG-ABEND
098000     MOVE 16 TO RETURN-CODE
098100     STOP RUN.
098200
098300*****************************************************************
098400*  9940-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
098500*  MISSING OR UNREADABLE, OR HAS NO DISP-DAYS ENTRY IN FORCE ON
098600*  THE BUSINESS DATE.  THE RUN STOPS BEFORE ANY CASE IS OPENED.
098700*****************************************************************
098800 9940-ABEND-PARAM-FILE.
098900     DISPLAY "BANKDISP: FATAL - PARAM-FILE ERROR ON "
099000             WS-ABEND-CONTEXT
099100     DISPLAY "BANKDISP: FILE STATUS=" WS-PARM-FILE-STATUS
099200     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
099300     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
099400     PERFORM 9800-LOG-ABEND
099500     MOVE 16 TO RETURN-CODE
099600     STOP RUN.
099700
099800*****************************************************************
099850*  9950-ABEND-LEDGIDX-FILE - THE LEDGER INDEX COULD NOT BE
099900*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LEDGER HAS NOT
099950*  BEEN RUN).  NOTHING HAS BEEN REWRITTEN OR QUEUED YET, SO THE
100000*  RUN STOPS AND CAN SIMPLY BE RERUN.
100200*****************************************************************
100300 9950-ABEND-LEDGIDX-FILE.
100400     DISPLAY "BANKDISP: FATAL - LEDGER-IDX-FILE ERROR ON "
100500             WS-ABEND-CONTEXT
100600     DISPLAY "BANKDISP: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
100700     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
100800     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
100900     PERFORM 9800-LOG-ABEND
101000     MOVE 16 TO RETURN-CODE
101100     STOP RUN.
101200
101300*****************************************************************
101400*  9960-ABEND-DPOST-FILE - THE POSTING QUEUE FAILED ON OPEN,
101500*  WRITE OR CLOSE AFTER THE CASE FILE WAS REWRITTEN.  THE CASES
101600*  STAND; OPERATIONS KEY THE MISSING DISPUTE-CR OR DISPUTE-DR
101700*  LINES ONTO DATA/DISPUTE_POSTINGS.CSV FROM THE RUN LOG BEFORE
101800*  THE POSTING RUN.
101900*****************************************************************
102000 9960-ABEND-DPOST-FILE.
102100     DISPLAY "BANKDISP: FATAL - DISP-POST-FILE ERROR ON "
102200             WS-ABEND-CONTEXT
102300     DISPLAY "BANKDISP: FILE STATUS=" WS-DPOST-FILE-STATUS
102400     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
102500     MOVE WS-DPOST-FILE-STATUS TO WS-ABEND-STATUS
102600     PERFORM 9800-LOG-ABEND
102700     MOVE 16 TO RETURN-CODE
102800     STOP RUN.
102850
102900*****************************************************************
103000*  9970-ABEND-ARCH-FILE - A MONTHLY ARCHIVE EXISTS BUT COULD
103100*  NOT BE OPENED.  NOTHING HAS BEEN REWRITTEN OR QUEUED YET, SO
103200*  THE RUN STOPS AND CAN SIMPLY BE RERUN.
103300*****************************************************************
103400 9970-ABEND-ARCH-FILE.
103500     DISPLAY "BANKDISP: FATAL - ARCH-FILE ERROR ON "
103600             WS-ABEND-CONTEXT " " WS-ARCH-FILENAME
103700     DISPLAY "BANKDISP: FILE STATUS=" WS-ARCH-FILE-STATUS
103800     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
103900     MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
104000     PERFORM 9800-LOG-ABEND
104100     MOVE 16 TO RETURN-CODE
104200     STOP RUN.
104300
104400*****************************************************************
104500*  9980-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
104600*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
104700*  RUN).  NOTHING HAS BEEN REWRITTEN OR QUEUED YET, SO THE RUN
104800*  STOPS AND CAN SIMPLY BE RERUN.
104900*****************************************************************
105000 9980-ABEND-ACCOUNT-FILE.
105100     DISPLAY "BANKDISP: FATAL - ACCOUNT-IDX-FILE ERROR ON "
105200             WS-ABEND-CONTEXT
105300     DISPLAY "BANKDISP: FILE STATUS=" WS-ACCT-FILE-STATUS
105400     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
105500     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
105600     PERFORM 9800-LOG-ABEND
105700     MOVE 16 TO RETURN-CODE
105800     STOP RUN.
105900
106000*****************************************************************
106100*  9990-ABEND-DSPH-FILE - THE DISPUTE HISTORY FAILED ON OPEN,
106200*  READ, WRITE OR CLOSE.  DISPUTES.CSV HAS NOT BEEN TOUCHED YET
106300*  AND NOTHING HAS BEEN QUEUED, SO THE RUN STOPS AND CAN SIMPLY
106400*  BE RERUN; A CASE ALREADY APPENDED TO THE HISTORY IS APPENDED
106500*  AGAIN, WHICH DOES NO HARM.
106600*****************************************************************
106700 9990-ABEND-DSPH-FILE.
106800     DISPLAY "BANKDISP: FATAL - DISP-HIST-FILE ERROR ON "
106900             WS-ABEND-CONTEXT
107000     DISPLAY "BANKDISP: FILE STATUS=" WS-DSPH-FILE-STATUS
107100     DISPLAY "BANKDISP: RUN TERMINATED ABNORMALLY."
107200     MOVE WS-DSPH-FILE-STATUS TO WS-ABEND-STATUS
107300     PERFORM 9800-LOG-ABEND
107400     MOVE 16 TO RETURN-CODE
107500     STOP RUN.
