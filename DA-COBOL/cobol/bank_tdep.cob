000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKTDEP.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  TERM DEPOSIT MAINTENANCE
001200*                    AND DAILY MATURITY RUN ON
001300*                    DATA/TERM_DEPOSITS.CSV (LAYOUTS IN TDMREC).
001400*                    ACTIVATES THE DEPOSITS BANKMAIN FUNDED BY
001500*                    TRANSFER ON THE LAST POSTING RUN, APPLIES
001600*                    THE DAY'S OPEN / INSTRUCT / BREAK / CANCEL
001700*                    MAINTENANCE, THEN PAYS OUT OR ROLLS OVER
001800*                    EVERY DEPOSIT DUE ON THE BUSINESS DATE AND
001900*                    PAYS OUT EVERY EARLY WITHDRAWAL LESS THE
002000*                    TD-PENALTY PARAMETER.  THE CREDITS GO ON
002100*                    DATA/TD_POSTINGS.CSV FOR BANKMAIN TO POST,
002200*                    SO RUN AHEAD OF THE POSTING RUN.  EVERY
002300*                    EVENT IS LISTED ON DATA/TERM_DEPOSITS.RPT
002400*                    AND WRITTEN TO DATA/RUN_CONTROL.LOG.
002410*  2026-10-15  DA    THE LINKED ACCOUNT IS READ BY KEY FROM THE
002420*                    INDEXED ACCOUNTS MASTER, SO A DEPOSIT IS
002430*                    VETTED AND PAID ON THE ACCOUNT'S CURRENT
002440*                    STATUS, NOT THAT OF THE LAST ACCOUNTS.CSV
002450*                    UNLOAD, AND THE 200-ACCOUNT TABLE IS GONE.
002460*                    THE MASTER'S CLOSE IS CHECKED.
002470*  2026-10-15  DA    A DEPOSIT ALREADY DUE IS MATURED EVEN IF A
002480*                    BREAK WAS REQUESTED ON IT - NO PENALTY ON A
002490*                    TERM ALREADY SERVED - AND THE BREAK REQUEST
002500*                    MAKES IT PAY OUT INSTEAD OF ROLLING OVER.
002510*  2026-10-15  DA    THE REPORT FILE CLOSE IS NOW CHECKED.
002520*  2026-10-15  DA    A DEPOSIT MATURED, BROKEN OR CANCELLED BEFORE
002530*                    THE MONTH OF THE BUSINESS DATE IS MOVED OFF
002540*                    THE MASTER TO DATA/TERM_DEPOSIT_HISTORY.CSV
002550*                    WHEN THE MASTER IS REWRITTEN, SO THE TABLE
002560*                    HOLDS ONLY THE DEPOSITS STILL OPEN OR
002570*                    FINISHED THIS MONTH.  AN OPEN NAMING A
002580*                    DEPOSIT ID ON THE HISTORY IS REJECTED.
002590*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TD-FILE ASSIGN TO "data/term_deposits.csv"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-TDM-FILE-STATUS.
003200
003300     SELECT TD-MAINT-FILE ASSIGN TO "data/td_maint.csv"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-MAINT-FILE-STATUS.
003600
003700     SELECT TD-NEW-FILE ASSIGN TO "data/term_deposits_new.csv"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TDNEW-FILE-STATUS.
004000
004010     SELECT TD-HIST-FILE
004020         ASSIGN TO "data/term_deposit_history.csv"
004030         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS WS-TDH-FILE-STATUS.
004050
004100     SELECT TD-POST-FILE ASSIGN TO "data/td_postings.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TPOST-FILE-STATUS.
004400
004500     SELECT TD-FUND-FILE ASSIGN TO "data/td_fundings.csv"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TFUND-FILE-STATUS.
004800
004900     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
005000         ORGANIZATION IS INDEXED
005033         ACCESS MODE IS RANDOM
005067         RECORD KEY IS AX-ACCOUNT-ID
005100         FILE STATUS IS WS-ACCT-FILE-STATUS.
005200
005300     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PARM-FILE-STATUS.
005600
005700     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-BDATE-FILE-STATUS.
006000
006100     SELECT REPORT-FILE ASSIGN TO "data/term_deposits.rpt"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RPT-FILE-STATUS.
006400
006500     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*****************************************************************
007200*  TD-FILE - THE TERM DEPOSIT MASTER (TDM-CSV-RECORD IN TDMREC),
007300*  LOADED WHOLE, MAINTAINED IN PLACE AND REWRITTEN THROUGH ITS
007400*  WORK FILE THE SAME WAY BANKACCT REWRITES THE ACCOUNTS MASTER.
007500*****************************************************************
007600 FD  TD-FILE.
007700 01  TD-RECORD                  PIC X(130).
007800
007900 FD  TD-NEW-FILE.
008000 01  TD-NEW-RECORD              PIC X(130).
008100
008110*****************************************************************
008120*  TD-HIST-FILE - THE FINISHED DEPOSITS MOVED OFF THE MASTER,
008130*  SAME LAYOUT (TDM-CSV-RECORD).  APPENDED TO AT THE REWRITE,
008140*  READ ONLY TO KEEP A NEW DEPOSIT OFF AN ID ALREADY USED.
008150*****************************************************************
008160 FD  TD-HIST-FILE.
008170 01  TD-HIST-RECORD             PIC X(130).
008180
008200*****************************************************************
008300*  TD-POST-FILE - THE QUEUE OF PRINCIPAL AND INTEREST CREDITS
008400*  FOR THE NEXT POSTING RUN (TDQ-CSV-RECORD IN TDMREC).
008500*  APPENDED TO HERE, EMPTIED BY BANKMAIN AFTER A CLEAN RUN.
008600*  TD-FUND-FILE - THE FUNDING TRANSFERS BANKMAIN POSTED
008700*  (TDF-CSV-RECORD IN TDMREC), APPLIED AND EMPTIED HERE.
008800*****************************************************************
008900 FD  TD-POST-FILE.
009000 01  TD-POST-RECORD             PIC X(100).
009100
009200 FD  TD-FUND-FILE.
009300 01  TD-FUND-RECORD             PIC X(60).
009400
009410*****************************************************************
009420*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
009430*  (ACCTIDX), OPEN UNTIL THE LAST MATURITY IS WORKED SO EACH
009440*  LINKED ACCOUNT'S CURRENT STATUS IS READ BY KEY.
009450*****************************************************************
009500 FD  ACCOUNT-IDX-FILE.
009600     COPY acctidx.
009700
009800 FD  PARAM-FILE.
009900 01  PARAM-RECORD               PIC X(60).
010000
010100 FD  BUS-DATE-FILE.
010200 01  BUS-DATE-RECORD            PIC X(30).
010300
010400 FD  REPORT-FILE.
010500 01  REPORT-RECORD              PIC X(132).
010600
010700 FD  RUN-LOG-FILE.
010800 01  RUN-LOG-RECORD             PIC X(130).
010900
011000*****************************************************************
011100*  TD-MAINT-FILE - ONE DAY'S TERM DEPOSIT MAINTENANCE, ONE LINE
011200*  PER ACTION, KEYED BY DEPOSIT ID:
011300*    OPEN     - A NEW DEPOSIT FOR THE LINKED ACCOUNT, AT THE
011400*               RATE, TERM (MONTHS) AND INSTRUCTION KEYED.  IT
011500*               WAITS FOR ITS FUNDING TRANSFER.
011600*    INSTRUCT - CHANGE THE MATURITY INSTRUCTION.
011700*    BREAK    - EARLY WITHDRAWAL: PRINCIPAL AND INTEREST TO
011800*               DATE, LESS THE PENALTY, PAID OUT TODAY.
011900*    CANCEL   - CLOSE A DEPOSIT THAT WAS NEVER FUNDED.
012000*  ONLY OPEN USES THE ACCOUNT, RATE AND TERM; ONLY OPEN AND
012100*  INSTRUCT USE THE INSTRUCTION.
012200*****************************************************************
012300 FD  TD-MAINT-FILE.
012400 01  TD-MAINT-RECORD.
012500     05  TA-ACTION              PIC X(8).
012600     05  FILLER                 PIC X.
012700     05  TA-DEPOSIT-ID          PIC X(10).
012800     05  FILLER                 PIC X.
012900     05  TA-ACCOUNT-ID          PIC X(10).
013000     05  FILLER                 PIC X.
013100     05  TA-RATE                PIC V9(5).
013200     05  FILLER                 PIC X.
013300     05  TA-TERM-MONTHS         PIC 9(3).
013400     05  FILLER                 PIC X.
013500     05  TA-INSTRUCTION         PIC X(8).
013600
013700 WORKING-STORAGE SECTION.
013800 01  WS-TDM-FILE-STATUS         PIC XX.
013900 01  WS-MAINT-FILE-STATUS       PIC XX.
014000 01  WS-TDNEW-FILE-STATUS       PIC XX.
014050 01  WS-TDH-FILE-STATUS         PIC XX.
014100 01  WS-TPOST-FILE-STATUS       PIC XX.
014200 01  WS-TFUND-FILE-STATUS       PIC XX.
014300 01  WS-ACCT-FILE-STATUS        PIC XX.
014400 01  WS-PARM-FILE-STATUS        PIC XX.
014500 01  WS-BDATE-FILE-STATUS       PIC XX.
014600 01  WS-RPT-FILE-STATUS         PIC XX.
014700 01  WS-RUNLOG-FILE-STATUS      PIC XX.
014800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
014900
015000 01  WS-TDM-EOF-SW              PIC X       VALUE "N".
015100     88  WS-TDM-EOF                         VALUE "Y".
015200 01  WS-MAINT-EOF-SW            PIC X       VALUE "N".
015300     88  WS-MAINT-EOF                       VALUE "Y".
015400 01  WS-TDNEW-EOF-SW            PIC X       VALUE "N".
015500     88  WS-TDNEW-EOF                       VALUE "Y".
015520 01  WS-TDH-EOF-SW              PIC X       VALUE "N".
015540     88  WS-TDH-EOF                         VALUE "Y".
015560 01  WS-TDH-FOUND-SW            PIC X       VALUE "N".
015580     88  WS-TDH-FOUND                       VALUE "Y".
015600 01  WS-TFUND-EOF-SW            PIC X       VALUE "N".
015700     88  WS-TFUND-EOF                       VALUE "Y".
015800 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
015900     88  WS-ACCT-FOUND                      VALUE "Y".
016000 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
016100     88  WS-PARM-EOF                        VALUE "Y".
016200 01  WS-TFUND-FOUND-SW          PIC X       VALUE "N".
016300     88  WS-TFUND-FOUND                     VALUE "Y".
016400
016500*****************************************************************
016600*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
016700*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
016800*  THE RUN LOG.
016900*****************************************************************
017000 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
017100 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
017200 01  WS-SYSTEM-DATE-RL.
017300     05  SYSRL-YYYY             PIC 9(4).
017400     05  SYSRL-MM               PIC 9(2).
017500     05  SYSRL-DD               PIC 9(2).
017600 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
017700 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
017800
017900     COPY tdmrec.
018000
018100     COPY acctrec.
018200
018300     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
018400
018500     COPY busdate.
018600
018700*****************************************************************
018750*  DEPOSIT TABLE - THE TERM DEPOSIT MASTER, LOADED AT STARTUP,
018800*  MAINTAINED IN PLACE AND REWRITTEN AT THE END OF THE RUN IN
018850*  LOADED ORDER, NEW DEPOSITS AT THE END.  THE MASTER HOLDS THE
018900*  DEPOSITS STILL OPEN AND THOSE FINISHED IN THE MONTH OF THE
018950*  BUSINESS DATE; THE REWRITE MOVES OLDER FINISHED DEPOSITS TO
019000*  THE TERM DEPOSIT HISTORY.  TDT-BREAK-SW IS "Y" FOR A DEPOSIT
019050*  THE DAY'S MAINTENANCE BROKE.  TDT-POST-PRINCIPAL AND
019100*  TDT-POST-INTEREST ARE WHAT THIS RUN QUEUES TO THE LINKED
019150*  ACCOUNT FOR THE DEPOSIT.
019400*****************************************************************
019500 01  WS-TD-TABLE.
019600     05  WS-TD-ENTRY OCCURS 500 TIMES
019700                     INDEXED BY TDT-IDX.
019800         10  TDT-DEPOSIT-ID     PIC X(10).
019900         10  TDT-ACCOUNT-ID     PIC X(10).
020000         10  TDT-PRINCIPAL      PIC 9(7)V99.
020100         10  TDT-RATE           PIC V9(5).
020200         10  TDT-TERM-MONTHS    PIC 9(3).
020300         10  TDT-INSTRUCTION    PIC X(8).
020400         10  TDT-STATUS         PIC X(9).
020500         10  TDT-OPEN-DATE      PIC X(10).
020600         10  TDT-START-DATE     PIC X(10).
020700         10  TDT-MATURITY-DATE  PIC X(10).
020800         10  TDT-CLOSE-DATE     PIC X(10).
020900         10  TDT-INTEREST-PAID  PIC 9(7)V99.
021000         10  TDT-FUNDING-TXN-ID PIC 9(4).
021100         10  TDT-BREAK-SW       PIC X.
021200             88  TDT-BREAK-REQUESTED        VALUE "Y".
021300         10  TDT-POST-PRINCIPAL PIC 9(7)V99.
021400         10  TDT-POST-INTEREST  PIC 9(7)V99.
021500 01  WS-TD-COUNT                PIC 9(4)    VALUE 0.
021600 01  WS-TD-MATCH-IDX            PIC 9(4)    VALUE 0.
021700 01  WS-LOOKUP-DEPOSIT-ID       PIC X(10)   VALUE SPACES.
021800
021900*****************************************************************
022000*  REFUND TABLE - FUNDING TRANSFERS THAT FOUND NO DEPOSIT
022100*  WAITING FOR THEM.  THE MONEY LEFT THE ACCOUNT, SO IT GOES
022200*  BACK AS A TD-PRINCIPAL CREDIT.
022300*****************************************************************
022400 01  WS-REFUND-TABLE.
022500     05  WS-REFUND-ENTRY OCCURS 100 TIMES
022600                         INDEXED BY RFD-IDX.
022700         10  RFD-DEPOSIT-ID     PIC X(10).
022800         10  RFD-ACCOUNT-ID     PIC X(10).
022900         10  RFD-AMOUNT         PIC 9(7)V99.
023000 01  WS-REFUND-COUNT            PIC 9(4)    VALUE 0.
023100
023200*****************************************************************
023300*  ACCOUNT LOOKUP - THE ID READ BY KEY, TO VET THE LINKED
023400*  ACCOUNT OF A NEW DEPOSIT AND TO HOLD A PAYOUT THAT WOULD
023500*  LAND ON A FROZEN OR CLOSED ACCOUNT.
023600*****************************************************************
024400 01  WS-LOOKUP-ACCOUNT-ID       PIC X(10)   VALUE SPACES.
024500
024600*****************************************************************
024700*  PENALTY PARAMETER - WS-PENALTY-DAYS IS THE TD-PENALTY ENTRY
024800*  IN FORCE ON THE BUSINESS DATE: DAYS OF INTEREST FORFEITED ON
024900*  AN EARLY WITHDRAWAL.
025000*****************************************************************
025100 01  WS-PENALTY-DAYS            PIC 9(4)    VALUE 0.
025200 01  WS-PENALTY-EFF-DATE        PIC X(10)   VALUE SPACES.
025300
025400*****************************************************************
025500*  INTEREST WORK FIELDS - SIMPLE INTEREST ON THE PRINCIPAL AT
025600*  THE DEPOSIT'S ANNUAL RATE FOR WS-INT-DAYS ACTUAL DAYS OVER A
025700*  365-DAY YEAR.
025800*****************************************************************
025900 01  WS-INT-DAYS                PIC 9(5)    VALUE 0.
026000 01  WS-INTEREST                PIC 9(7)V99 VALUE 0.
026100 01  WS-PENALTY                 PIC 9(7)V99 VALUE 0.
026200
026300*****************************************************************
026400*  DAY-NUMBER WORK FIELDS - A DATE IS TURNED INTO A COUNT OF
026500*  DAYS FROM A FIXED ORIGIN (MARCH-BASED YEAR, GREGORIAN LEAP
026600*  RULES) SO TWO DATES CAN BE SUBTRACTED.  THE CALLER MOVES THE
026700*  DATE TO WS-DN-DATE AND TAKES THE ANSWER FROM WS-DN-DAYS.
026800*****************************************************************
026900 01  WS-DN-DATE                 PIC X(10)   VALUE SPACES.
027000 01  WS-DN-YYYY                 PIC 9(4)    VALUE 0.
027100 01  WS-DN-MM                   PIC 9(2)    VALUE 0.
027200 01  WS-DN-DD                   PIC 9(2)    VALUE 0.
027300 01  WS-DN-QUOT                 PIC 9(7)    VALUE 0.
027400 01  WS-DN-DAYS                 PIC 9(7)    VALUE 0.
027500 01  WS-FROM-DAYS               PIC 9(7)    VALUE 0.
027600
027700*****************************************************************
027800*  MATURITY-DATE WORK FIELDS - THE START DATE MOVED ON
027900*  WS-TERM-MONTHS CALENDAR MONTHS, THE DAY HELD BACK TO THE
028000*  LAST DAY OF A SHORTER MONTH (31 JANUARY + 1 MONTH IS 28 OR
028100*  29 FEBRUARY).
028200*****************************************************************
028300 01  WS-TERM-MONTHS             PIC 9(3)    VALUE 0.
028400 01  WS-MONTH-COUNT             PIC 9(5)    VALUE 0.
028500 01  WS-YEAR-COUNT              PIC 9(4)    VALUE 0.
028600 01  WS-MATURITY-DATE           PIC X(10)   VALUE SPACES.
028700 01  WS-BD-WORK.
028800     05  BDW-YYYY               PIC 9(4).
028900     05  BDW-MM                 PIC 9(2).
029000     05  BDW-DD                 PIC 9(2).
029100 01  WS-BD-MAX-DD               PIC 9(2)    VALUE 31.
029200 01  WS-BD-LEAP-QUOT            PIC 9(4)    VALUE 0.
029300 01  WS-BD-LEAP-REM             PIC 9(4)    VALUE 0.
029400 01  WS-BD-NEXT.
029500     05  BDN-YYYY               PIC 9(4).
029600     05  FILLER                 PIC X       VALUE "-".
029700     05  BDN-MM                 PIC 9(2).
029800     05  FILLER                 PIC X       VALUE "-".
029900     05  BDN-DD                 PIC 9(2).
030000
030100 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
030200 01  WS-TD-EVENT                PIC X(9)    VALUE SPACES.
030300 01  WS-EVT-DEPOSIT-ID          PIC X(10)   VALUE SPACES.
030400 01  WS-EVT-ACCOUNT-ID          PIC X(10)   VALUE SPACES.
030500 01  WS-EVT-PRINCIPAL           PIC 9(7)V99 VALUE 0.
030600 01  WS-EVT-INTEREST            PIC 9(7)V99 VALUE 0.
030700 01  WS-EVT-PENALTY             PIC 9(7)V99 VALUE 0.
030800 01  WS-EVT-DATE                PIC X(10)   VALUE SPACES.
030900 01  WS-FUNDED-COUNT            PIC 9(4)    VALUE 0.
031000 01  WS-OPENED-COUNT            PIC 9(4)    VALUE 0.
031100 01  WS-MATURED-COUNT           PIC 9(4)    VALUE 0.
031200 01  WS-ROLLED-COUNT            PIC 9(4)    VALUE 0.
031300 01  WS-BROKEN-COUNT            PIC 9(4)    VALUE 0.
031400 01  WS-DEFERRED-COUNT          PIC 9(4)    VALUE 0.
031500 01  WS-QUEUED-COUNT            PIC 9(4)    VALUE 0.
031600 01  WS-REJECT-COUNT            PIC 9(4)    VALUE 0.
031700 01  WS-REJECT-REASON           PIC X(30)   VALUE SPACES.
031800 01  WS-ACTIVE-COUNT            PIC 9(4)    VALUE 0.
031900 01  WS-AWAITING-COUNT          PIC 9(4)    VALUE 0.
031950 01  WS-HISTORY-COUNT           PIC 9(4)    VALUE 0.
032000 01  WS-ACTIVE-PRINCIPAL        PIC 9(9)V99 VALUE 0.
032100 01  WS-QUEUED-AMOUNT           PIC 9(9)V99 VALUE 0.
032200 01  WS-RPT-LINE                PIC X(132)  VALUE SPACES.
032300 01  WS-R-AMOUNT                PIC Z(6)9.99.
032400 01  WS-R-COUNT                 PIC Z(3)9.
032500 01  WS-R-TOTAL                 PIC Z(8)9.99.
032600
032700 PROCEDURE DIVISION.
032800*****************************************************************
032900*  0000-MAINLINE
033000*****************************************************************
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE
033300     PERFORM 2000-APPLY-FUNDINGS
033400     PERFORM 3000-APPLY-MAINTENANCE
033500         UNTIL WS-MAINT-EOF
033600     PERFORM 4000-PROCESS-MATURITIES
033650     PERFORM 4900-CLOSE-ACCOUNTS
033700     PERFORM 5000-REWRITE-DEPOSITS
033800     PERFORM 5500-QUEUE-POSTINGS
033900     PERFORM 5600-EMPTY-FUNDINGS
034000     PERFORM 6500-FINISH-REPORT
034100     PERFORM 9000-TERMINATE
034200     STOP RUN.
034300
034400*****************************************************************
034500*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE AND
034600*  THE TD-PENALTY PARAMETER IN FORCE ON IT, LOAD THE DEPOSIT
034700*  MASTER, OPEN THE ACCOUNTS MASTER, START THE REPORT AND OPEN
034800*  THE MAINTENANCE TRANSACTION FILE.
034900*****************************************************************
035000 1000-INITIALIZE.
035100     PERFORM 1060-STAMP-RUN-ID
035200     PERFORM 1050-STAMP-RUN-DATE
035300     PERFORM 1300-LOAD-PRODUCT-PARAMS
035400     PERFORM 1100-LOAD-DEPOSIT-FILE
035500     PERFORM 1200-OPEN-ACCOUNTS
035600     PERFORM 1400-START-REPORT
035700     OPEN INPUT TD-MAINT-FILE
035800     IF WS-MAINT-FILE-STATUS NOT = "00"
035900         DISPLAY "BANKTDEP: NO MAINTENANCE FILE, STATUS="
036000                 WS-MAINT-FILE-STATUS
036100         MOVE "Y" TO WS-MAINT-EOF-SW
036200     ELSE
036300         DISPLAY "Starting term deposit maintenance..."
036400         PERFORM 3100-READ-MAINT
036500     END-IF
036600     EXIT.
036700
036800*****************************************************************
036900*  1050-STAMP-RUN-DATE - THIS RUN WORKS UNDER THE NEXT BUSINESS
037000*  DATE THE DAILY BATCH WILL POST: A DEPOSIT MATURING ON THAT
037100*  DAY IS PAID ON THAT DAY.
037200*****************************************************************
037300 1050-STAMP-RUN-DATE.
037400     OPEN INPUT BUS-DATE-FILE
037500     IF WS-BDATE-FILE-STATUS NOT = "00"
037600         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
037700         PERFORM 9930-ABEND-BUSDATE-FILE
037800     END-IF
037900     READ BUS-DATE-FILE
038000         AT END
038100             MOVE "READ BUS-DATE-FILE (EMPTY)"
038200                 TO WS-ABEND-CONTEXT
038300             PERFORM 9930-ABEND-BUSDATE-FILE
038400     END-READ
038500     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
038600     CLOSE BUS-DATE-FILE
038700     MOVE BD-RUN-DATE TO WS-RUN-DATE
038800     DISPLAY "TERM DEPOSIT RUN FOR BUSINESS DATE " WS-RUN-DATE
038900     EXIT.
039000
039100*****************************************************************
039200*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
039300*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
039400*****************************************************************
039500 1060-STAMP-RUN-ID.
039600     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
039700     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
039800     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
039900            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
040000         INTO WS-RUN-ID
040100     END-STRING
040200     MOVE SPACES TO WS-RUN-LOG-LINE
040300     STRING "BANKTDEP,"  DELIMITED BY SIZE
040400            WS-RUN-ID    DELIMITED BY SIZE
040500            ",START"     DELIMITED BY SIZE
040600         INTO WS-RUN-LOG-LINE
040700     END-STRING
040800     PERFORM 9700-WRITE-RUN-LOG
040900     EXIT.
041000
041100*****************************************************************
041200*  1100-LOAD-DEPOSIT-FILE - LOAD THE DEPOSIT MASTER INTO ITS
041300*  TABLE.  STATUS "35" MEANS NO DEPOSIT HAS EVER BEEN OPENED,
041400*  WHICH IS FINE - THE FIRST OPEN RUN CREATES THE FILE.
041500*****************************************************************
041600 1100-LOAD-DEPOSIT-FILE.
041700     OPEN INPUT TD-FILE
041800     IF WS-TDM-FILE-STATUS = "00"
041900         PERFORM 1110-LOAD-DEPOSIT
042000             UNTIL WS-TDM-EOF
042100         CLOSE TD-FILE
042200         IF WS-TDM-FILE-STATUS NOT = "00"
042300             MOVE "CLOSE TD-FILE (LOAD)" TO WS-ABEND-CONTEXT
042400             PERFORM 9900-ABEND-TD-FILE
042500         END-IF
042600     ELSE
042700         IF WS-TDM-FILE-STATUS = "35"
042800             MOVE "Y" TO WS-TDM-EOF-SW
042900         ELSE
043000             MOVE "OPEN INPUT TD-FILE" TO WS-ABEND-CONTEXT
043100             PERFORM 9900-ABEND-TD-FILE
043200         END-IF
043300     END-IF
043400     EXIT.
043500
043600 1110-LOAD-DEPOSIT.
043700     READ TD-FILE
043800         AT END
043900             MOVE "Y" TO WS-TDM-EOF-SW
044000         NOT AT END
044100             IF WS-TD-COUNT = 500
044200                 MOVE "WS-TD-TABLE OCCURS 500"
044300                     TO WS-ABEND-CONTEXT
044400                 PERFORM 9920-ABEND-TABLE-OVERFLOW
044500             END-IF
044600             MOVE TD-RECORD TO TDM-CSV-RECORD
044700             ADD 1 TO WS-TD-COUNT
044800             MOVE TM-DEPOSIT-ID
044900                 TO TDT-DEPOSIT-ID     (WS-TD-COUNT)
045000             MOVE TM-ACCOUNT-ID
045100                 TO TDT-ACCOUNT-ID     (WS-TD-COUNT)
045200             MOVE TM-PRINCIPAL
045300                 TO TDT-PRINCIPAL      (WS-TD-COUNT)
045400             MOVE TM-RATE
045500                 TO TDT-RATE           (WS-TD-COUNT)
045600             MOVE TM-TERM-MONTHS
045700                 TO TDT-TERM-MONTHS    (WS-TD-COUNT)
045800             MOVE TM-INSTRUCTION
045900                 TO TDT-INSTRUCTION    (WS-TD-COUNT)
046000             MOVE TM-STATUS
046100                 TO TDT-STATUS         (WS-TD-COUNT)
046200             MOVE TM-OPEN-DATE
046300                 TO TDT-OPEN-DATE      (WS-TD-COUNT)
046400             MOVE TM-START-DATE
046500                 TO TDT-START-DATE     (WS-TD-COUNT)
046600             MOVE TM-MATURITY-DATE
046700                 TO TDT-MATURITY-DATE  (WS-TD-COUNT)
046800             MOVE TM-CLOSE-DATE
046900                 TO TDT-CLOSE-DATE     (WS-TD-COUNT)
047000             MOVE TM-INTEREST-PAID
047100                 TO TDT-INTEREST-PAID  (WS-TD-COUNT)
047200             MOVE TM-FUNDING-TXN-ID
047300                 TO TDT-FUNDING-TXN-ID (WS-TD-COUNT)
047400             MOVE "N"
047500                 TO TDT-BREAK-SW       (WS-TD-COUNT)
047600             MOVE 0
047700                 TO TDT-POST-PRINCIPAL (WS-TD-COUNT)
047800             MOVE 0
047900                 TO TDT-POST-INTEREST  (WS-TD-COUNT)
048000     END-READ
048100     EXIT.
048200
048300*****************************************************************
048400*  1200-OPEN-ACCOUNTS - OPEN THE INDEXED ACCOUNTS MASTER; EACH
048450*  LINKED ACCOUNT'S STATUS IS READ BY KEY AS IT IS NEEDED.  IT
048470*  STAYS OPEN UNTIL 4900-CLOSE-ACCOUNTS.
048500*****************************************************************
048600 1200-OPEN-ACCOUNTS.
048700     OPEN INPUT ACCOUNT-IDX-FILE
048800     IF WS-ACCT-FILE-STATUS NOT = "00"
048900         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
049000         PERFORM 9940-ABEND-ACCOUNT-FILE
049100     END-IF
049200     EXIT.
051500
051600*****************************************************************
051700*  1300-LOAD-PRODUCT-PARAMS - TAKE THE TD-PENALTY ENTRY IN
051800*  FORCE ON THE BUSINESS DATE: THE LATEST-DATED ROW NOT AFTER
051900*  IT.  NO FILE, OR NO TD-PENALTY ENTRY IN FORCE, STOPS THE RUN
052000*  - AN EARLY WITHDRAWAL MUST NEVER GO THROUGH UNPRICED.
052100*****************************************************************
052200 1300-LOAD-PRODUCT-PARAMS.
052300     OPEN INPUT PARAM-FILE
052400     IF WS-PARM-FILE-STATUS NOT = "00"
052500         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
052600         PERFORM 9950-ABEND-PARAM-FILE
052700     END-IF
052800     PERFORM 1310-READ-PRODUCT-PARAM
052900         UNTIL WS-PARM-EOF
053000     CLOSE PARAM-FILE
053100     IF WS-PENALTY-EFF-DATE = SPACES
053200         MOVE "PARAM TD-PENALTY NOT IN FORCE"
053300             TO WS-ABEND-CONTEXT
053400         PERFORM 9950-ABEND-PARAM-FILE
053500     END-IF
053600     DISPLAY "EARLY WITHDRAWAL PENALTY (DAYS): " WS-PENALTY-DAYS
053700     EXIT.
053800
053900 1310-READ-PRODUCT-PARAM.
054000     READ PARAM-FILE
054100         AT END
054200             MOVE "Y" TO WS-PARM-EOF-SW
054300         NOT AT END
054400             MOVE PARAM-RECORD TO WS-PARM-LINE
054500             IF PR-TYPE-TD-PENALTY
054600                AND PR-EFF-DATE NOT > WS-RUN-DATE
054700                 IF PR-AMOUNT NOT NUMERIC
054800                     DISPLAY "PARAMETER ROW SKIPPED - "
054900                             "AMOUNT NOT NUMERIC: "
055000                             PR-PARAM-TYPE " " PR-PARAM-KEY
055100                 ELSE
055200                     IF PR-EFF-DATE NOT < WS-PENALTY-EFF-DATE
055300                         MOVE PR-EFF-DATE
055400                             TO WS-PENALTY-EFF-DATE
055500                         MOVE PR-AMOUNT TO WS-PENALTY-DAYS
055600                     END-IF
055700                 END-IF
055800             END-IF
055900     END-READ
056000     EXIT.
056100
056200*****************************************************************
056300*  1400-START-REPORT - OPEN THE DAY'S TERM DEPOSIT REPORT AND
056400*  WRITE ITS HEADINGS.  EVERY EVENT OF THE RUN IS LISTED UNDER
056500*  THEM AS IT HAPPENS.
056600*****************************************************************
056700 1400-START-REPORT.
056800     OPEN OUTPUT REPORT-FILE
056900     IF WS-RPT-FILE-STATUS NOT = "00"
057000         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
057100         PERFORM 9910-ABEND-REPORT-FILE
057200     END-IF
057300     MOVE SPACES TO WS-RPT-LINE
057400     STRING "TERM DEPOSIT MATURITY AND MAINTENANCE RUN FOR "
057500                                        DELIMITED BY SIZE
057600            WS-RUN-DATE                 DELIMITED BY SIZE
057700         INTO WS-RPT-LINE
057800     END-STRING
057900     PERFORM 8000-WRITE-REPORT-LINE
058000     MOVE "==================================================="
058100         TO WS-RPT-LINE
058200     PERFORM 8000-WRITE-REPORT-LINE
058300     MOVE SPACES TO WS-RPT-LINE
058400     PERFORM 8000-WRITE-REPORT-LINE
058500     MOVE "  DEPOSIT    ACCOUNT    EVENT        PRINCIPAL"
058600         TO WS-RPT-LINE
058700     MOVE "   INTEREST    PENALTY  MATURES" TO WS-RPT-LINE (47:31)
058800     PERFORM 8000-WRITE-REPORT-LINE
058900     EXIT.
059000
059100*****************************************************************
059200*  2000-APPLY-FUNDINGS - EVERY FUNDING TRANSFER THE LAST
059300*  POSTING RUN TOOK INTO AN AWAITING DEPOSIT.  STATUS "35"
059400*  MEANS NO DEPOSIT HAS EVER BEEN FUNDED, WHICH IS FINE.
059500*****************************************************************
059600 2000-APPLY-FUNDINGS.
059700     OPEN INPUT TD-FUND-FILE
059800     IF WS-TFUND-FILE-STATUS = "00"
059900         MOVE "Y" TO WS-TFUND-FOUND-SW
060000         PERFORM 2100-APPLY-ONE-FUNDING
060100             UNTIL WS-TFUND-EOF
060200         CLOSE TD-FUND-FILE
060300     ELSE
060400         IF WS-TFUND-FILE-STATUS NOT = "35"
060500             MOVE "OPEN INPUT TD-FUND-FILE" TO WS-ABEND-CONTEXT
060600             PERFORM 9970-ABEND-TFUND-FILE
060700         END-IF
060800     END-IF
060900     EXIT.
061000
061100*****************************************************************
061200*  2100-APPLY-ONE-FUNDING - THE FUNDED DEPOSIT GOES ACTIVE WITH
061300*  THE TRANSFER AMOUNT AS ITS PRINCIPAL AND THE POSTING DATE AS
061400*  THE START OF ITS FIRST TERM.  A FUNDING ALREADY ON THE
061500*  DEPOSIT (A RERUN AFTER A FAILURE PAST THE MASTER REWRITE)
061600*  IS PASSED OVER.  ONE THAT FINDS NO DEPOSIT AWAITING IT ON
061700*  THAT ACCOUNT IS REFUNDED TO THE ACCOUNT IT CAME FROM.
061800*****************************************************************
061900 2100-APPLY-ONE-FUNDING.
062000     READ TD-FUND-FILE
062100         AT END
062200             MOVE "Y" TO WS-TFUND-EOF-SW
062300         NOT AT END
062400             MOVE TD-FUND-RECORD TO TDF-CSV-RECORD
062500             MOVE TF-DEPOSIT-ID TO WS-LOOKUP-DEPOSIT-ID
062600             PERFORM 2200-FIND-DEPOSIT
062700             IF WS-TD-MATCH-IDX > 0
062800                AND TDT-FUNDING-TXN-ID (WS-TD-MATCH-IDX)
062900                    = TF-TXN-ID
063000                AND TDT-ACCOUNT-ID (WS-TD-MATCH-IDX)
063100                    = TF-ACCOUNT-ID
063200                 DISPLAY "FUNDING ALREADY APPLIED "
063300                         TF-DEPOSIT-ID " TXN " TF-TXN-ID
063400             ELSE
063500                 IF WS-TD-MATCH-IDX > 0
063600                    AND TDT-STATUS (WS-TD-MATCH-IDX)
063700                        = "AWAITING"
063800                    AND TDT-ACCOUNT-ID (WS-TD-MATCH-IDX)
063900                        = TF-ACCOUNT-ID
064000                     PERFORM 2300-ACTIVATE-DEPOSIT
064100                 ELSE
064200                     PERFORM 2400-REFUND-FUNDING
064300                 END-IF
064400             END-IF
064500     END-READ
064600     EXIT.
064700
064800*****************************************************************
064900*  2200-FIND-DEPOSIT - LOCATE WS-LOOKUP-DEPOSIT-ID ON THE
065000*  DEPOSIT TABLE, WHATEVER ITS STATUS; WS-TD-MATCH-IDX IS ZERO
065100*  IF IT IS NOT THERE.
065200*****************************************************************
065300 2200-FIND-DEPOSIT.
065400     MOVE 0 TO WS-TD-MATCH-IDX
065500     PERFORM VARYING TDT-IDX FROM 1 BY 1
065600             UNTIL TDT-IDX > WS-TD-COUNT
065700         IF TDT-DEPOSIT-ID (TDT-IDX) = WS-LOOKUP-DEPOSIT-ID
065800             MOVE TDT-IDX     TO WS-TD-MATCH-IDX
065900             MOVE WS-TD-COUNT TO TDT-IDX
066000         END-IF
066100     END-PERFORM
066200     EXIT.
066300
066400 2300-ACTIVATE-DEPOSIT.
066500     MOVE TF-AMOUNT  TO TDT-PRINCIPAL      (WS-TD-MATCH-IDX)
066600     MOVE TF-DATE    TO TDT-START-DATE     (WS-TD-MATCH-IDX)
066700     MOVE TF-TXN-ID  TO TDT-FUNDING-TXN-ID (WS-TD-MATCH-IDX)
066800     MOVE "ACTIVE"   TO TDT-STATUS         (WS-TD-MATCH-IDX)
066900     MOVE TF-DATE    TO WS-DN-DATE
067000     MOVE TDT-TERM-MONTHS (WS-TD-MATCH-IDX) TO WS-TERM-MONTHS
067100     PERFORM 4500-SET-MATURITY-DATE
067200     MOVE WS-MATURITY-DATE
067300         TO TDT-MATURITY-DATE (WS-TD-MATCH-IDX)
067400     ADD 1 TO WS-FUNDED-COUNT
067500     MOVE "FUNDED" TO WS-TD-EVENT
067600     MOVE TF-AMOUNT TO WS-EVT-PRINCIPAL
067700     MOVE 0         TO WS-EVT-INTEREST
067800     MOVE 0         TO WS-EVT-PENALTY
067900     PERFORM 6000-LOG-DEPOSIT-EVENT
068000     EXIT.
068100
068200 2400-REFUND-FUNDING.
068300     IF WS-REFUND-COUNT = 100
068400         MOVE "WS-REFUND-TABLE OCCURS 100" TO WS-ABEND-CONTEXT
068500         PERFORM 9920-ABEND-TABLE-OVERFLOW
068600     END-IF
068700     ADD 1 TO WS-REFUND-COUNT
068800     MOVE TF-DEPOSIT-ID TO RFD-DEPOSIT-ID (WS-REFUND-COUNT)
068900     MOVE TF-ACCOUNT-ID TO RFD-ACCOUNT-ID (WS-REFUND-COUNT)
069000     MOVE TF-AMOUNT     TO RFD-AMOUNT     (WS-REFUND-COUNT)
069100     MOVE "REFUNDED"    TO WS-TD-EVENT
069200     MOVE TF-DEPOSIT-ID TO WS-EVT-DEPOSIT-ID
069300     MOVE TF-ACCOUNT-ID TO WS-EVT-ACCOUNT-ID
069400     MOVE TF-AMOUNT     TO WS-EVT-PRINCIPAL
069500     MOVE 0             TO WS-EVT-INTEREST
069600     MOVE 0             TO WS-EVT-PENALTY
069700     MOVE SPACES        TO WS-EVT-DATE
069800     PERFORM 6100-REPORT-EVENT
069900     ADD 1 TO WS-REJECT-COUNT
070000     EXIT.
070100
070200*****************************************************************
070300*  3000-APPLY-MAINTENANCE - ONE ITERATION PER MAINTENANCE
070400*  TRANSACTION.  A TRANSACTION THAT CANNOT BE APPLIED IS SHOWN
070500*  AND COUNTED, NEVER APPLIED HALFWAY.
070600*****************************************************************
070700 3000-APPLY-MAINTENANCE.
070800     MOVE SPACES TO WS-REJECT-REASON
070900     MOVE TA-DEPOSIT-ID TO WS-LOOKUP-DEPOSIT-ID
071000     PERFORM 2200-FIND-DEPOSIT
071100     IF TA-DEPOSIT-ID = SPACES
071200         MOVE "DEPOSIT ID MISSING" TO WS-REJECT-REASON
071300     ELSE
071400         IF TA-ACTION = "OPEN"
071500             PERFORM 3300-APPLY-OPEN
071600         ELSE
071700             IF WS-TD-MATCH-IDX = 0
071800                 MOVE "NO DEPOSIT ON FILE" TO WS-REJECT-REASON
071900             ELSE
072000                 IF TA-ACTION = "INSTRUCT"
072100                     PERFORM 3400-APPLY-INSTRUCT
072200                 ELSE
072300                     IF TA-ACTION = "BREAK"
072400                         PERFORM 3500-APPLY-BREAK
072500                     ELSE
072600                         IF TA-ACTION = "CANCEL"
072700                             PERFORM 3600-APPLY-CANCEL
072800                         ELSE
072900                             MOVE "UNKNOWN ACTION"
073000                                 TO WS-REJECT-REASON
073100                         END-IF
073200                     END-IF
073300                 END-IF
073400             END-IF
073500         END-IF
073600     END-IF
073700     IF WS-REJECT-REASON NOT = SPACES
073800         ADD 1 TO WS-REJECT-COUNT
073900         DISPLAY "REJECTED " TA-ACTION " " TA-DEPOSIT-ID
074000                 " - " WS-REJECT-REASON
074100     END-IF
074200     PERFORM 3100-READ-MAINT
074300     EXIT.
074400
074500 3100-READ-MAINT.
074600     READ TD-MAINT-FILE
074700         AT END
074800             MOVE "Y" TO WS-MAINT-EOF-SW
074900     END-READ
075000     EXIT.
075100
075200*****************************************************************
075300*  3200-FIND-ACCOUNT - READ WS-LOOKUP-ACCOUNT-ID BY KEY INTO
075400*  ACCT-CSV-RECORD.  STATUS 23 IS AN ID NOT ON THE MASTER
075450*  (WS-ACCT-FOUND OFF); ANYTHING ELSE BUT 00 IS A FILE ERROR.
075500*****************************************************************
075600 3200-FIND-ACCOUNT.
075700     MOVE "N" TO WS-ACCT-FOUND-SW
075800     MOVE WS-LOOKUP-ACCOUNT-ID TO AX-ACCOUNT-ID
075900     READ ACCOUNT-IDX-FILE
076000         INVALID KEY
076050             MOVE "N" TO WS-ACCT-FOUND-SW
076100         NOT INVALID KEY
076150             MOVE "Y" TO WS-ACCT-FOUND-SW
076200             MOVE ACCOUNT-IDX-RECORD TO ACCT-CSV-RECORD
076300     END-READ
076350     IF WS-ACCT-FILE-STATUS NOT = "00"
076360        AND WS-ACCT-FILE-STATUS NOT = "23"
076370         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
076380         PERFORM 9940-ABEND-ACCOUNT-FILE
076400     END-IF
076500     EXIT.
076600
076700*****************************************************************
076800*  3300-APPLY-OPEN - OPEN A NEW DEPOSIT AWAITING FUNDS.  THE ID
076900*  MUST BE NEW TO THE DEPOSIT MASTER, THE TERM DEPOSIT HISTORY
077000*  AND THE ACCOUNTS MASTER - A TRANSFER NAMES ITS COUNTERPARTY
077100*  BY ID ALONE, SO THEY MUST NEVER CLASH.  THE LINKED ACCOUNT
077200*  MUST BE ACTIVE, THE RATE ABOVE ZERO AND THE TERM 1 TO 120
077250*  MONTHS.
077300*****************************************************************
077400 3300-APPLY-OPEN.
077500     MOVE TA-DEPOSIT-ID TO WS-LOOKUP-ACCOUNT-ID
077600     PERFORM 3200-FIND-ACCOUNT
077620     MOVE "N" TO WS-TDH-FOUND-SW
077640     IF WS-TD-MATCH-IDX = 0 AND NOT WS-ACCT-FOUND
077660         PERFORM 3320-FIND-PAST-DEPOSIT
077680     END-IF
077700     IF WS-TD-MATCH-IDX > 0 OR WS-ACCT-FOUND OR WS-TDH-FOUND
077800         MOVE "DEPOSIT ID ALREADY USED" TO WS-REJECT-REASON
077900     ELSE
078000         MOVE TA-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
078100         PERFORM 3200-FIND-ACCOUNT
078200         IF NOT WS-ACCT-FOUND
078300             MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
078400         ELSE
078500             IF A-STATUS NOT = "ACTIVE"
078600                 MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
078700             ELSE
078800                 IF TA-RATE NOT NUMERIC OR TA-RATE = 0
078900                     MOVE "RATE NOT VALID" TO WS-REJECT-REASON
079000                 ELSE
079100                     IF TA-TERM-MONTHS NOT NUMERIC
079200                        OR TA-TERM-MONTHS = 0
079300                        OR TA-TERM-MONTHS > 120
079400                         MOVE "TERM NOT 1 TO 120 MONTHS"
079500                             TO WS-REJECT-REASON
079600                     ELSE
079700                         MOVE TA-INSTRUCTION TO TM-INSTRUCTION
079800                         IF NOT TM-INSTR-VALID
079900                             MOVE "INSTRUCTION NOT VALID"
080000                                 TO WS-REJECT-REASON
080100                         ELSE
080200                             PERFORM 3310-ADD-DEPOSIT
080300                         END-IF
080400                     END-IF
080500                 END-IF
080600             END-IF
080700         END-IF
080800     END-IF
080900     EXIT.
081000
081100 3310-ADD-DEPOSIT.
081200     IF WS-TD-COUNT = 500
081300         MOVE "WS-TD-TABLE OCCURS 500" TO WS-ABEND-CONTEXT
081400         PERFORM 9920-ABEND-TABLE-OVERFLOW
081500     END-IF
081600     ADD 1 TO WS-TD-COUNT
081700     MOVE WS-TD-COUNT TO WS-TD-MATCH-IDX
081800     MOVE TA-DEPOSIT-ID  TO TDT-DEPOSIT-ID     (WS-TD-COUNT)
081900     MOVE TA-ACCOUNT-ID  TO TDT-ACCOUNT-ID     (WS-TD-COUNT)
082000     MOVE 0              TO TDT-PRINCIPAL      (WS-TD-COUNT)
082100     MOVE TA-RATE        TO TDT-RATE           (WS-TD-COUNT)
082200     MOVE TA-TERM-MONTHS TO TDT-TERM-MONTHS    (WS-TD-COUNT)
082300     MOVE TA-INSTRUCTION TO TDT-INSTRUCTION    (WS-TD-COUNT)
082400     MOVE "AWAITING"     TO TDT-STATUS         (WS-TD-COUNT)
082500     MOVE WS-RUN-DATE    TO TDT-OPEN-DATE      (WS-TD-COUNT)
082600     MOVE SPACES         TO TDT-START-DATE     (WS-TD-COUNT)
082700     MOVE SPACES         TO TDT-MATURITY-DATE  (WS-TD-COUNT)
082800     MOVE SPACES         TO TDT-CLOSE-DATE     (WS-TD-COUNT)
082900     MOVE 0              TO TDT-INTEREST-PAID  (WS-TD-COUNT)
083000     MOVE 0              TO TDT-FUNDING-TXN-ID (WS-TD-COUNT)
083100     MOVE "N"            TO TDT-BREAK-SW       (WS-TD-COUNT)
083200     MOVE 0              TO TDT-POST-PRINCIPAL (WS-TD-COUNT)
083300     MOVE 0              TO TDT-POST-INTEREST  (WS-TD-COUNT)
083400     ADD 1 TO WS-OPENED-COUNT
083500     MOVE "OPENED" TO WS-TD-EVENT
083600     MOVE 0 TO WS-EVT-PRINCIPAL
083700     MOVE 0 TO WS-EVT-INTEREST
083800     MOVE 0 TO WS-EVT-PENALTY
083900     PERFORM 6000-LOG-DEPOSIT-EVENT
084000     EXIT.
084005
084010*****************************************************************
084015*  3320-FIND-PAST-DEPOSIT - READ THE TERM DEPOSIT HISTORY FOR
084020*  THE DEPOSIT ID OF AN OPEN.  STATUS "35" MEANS NO DEPOSIT HAS
084025*  BEEN MOVED THERE YET.
084030*****************************************************************
084035 3320-FIND-PAST-DEPOSIT.
084040     OPEN INPUT TD-HIST-FILE
084045     IF WS-TDH-FILE-STATUS = "00"
084050         MOVE "N" TO WS-TDH-EOF-SW
084055         PERFORM 3330-READ-PAST-DEPOSIT
084060             UNTIL WS-TDH-EOF OR WS-TDH-FOUND
084065         CLOSE TD-HIST-FILE
084070         IF WS-TDH-FILE-STATUS NOT = "00"
084075             MOVE "CLOSE TD-HIST-FILE (OPEN)" TO WS-ABEND-CONTEXT
084080             PERFORM 9980-ABEND-TDHIST-FILE
084085         END-IF
084090     ELSE
084095         IF WS-TDH-FILE-STATUS NOT = "35"
084100             MOVE "OPEN INPUT TD-HIST-FILE" TO WS-ABEND-CONTEXT
084105             PERFORM 9980-ABEND-TDHIST-FILE
084110         END-IF
084115     END-IF
084120     EXIT.
084125
084130 3330-READ-PAST-DEPOSIT.
084135     READ TD-HIST-FILE
084140         AT END
084145             MOVE "Y" TO WS-TDH-EOF-SW
084150         NOT AT END
084155             MOVE TD-HIST-RECORD TO TDM-CSV-RECORD
084160             IF TM-DEPOSIT-ID = TA-DEPOSIT-ID
084165                 MOVE "Y" TO WS-TDH-FOUND-SW
084170             END-IF
084175     END-READ
084180     EXIT.
084185
084200*****************************************************************
084300*  3400-APPLY-INSTRUCT - CHANGE WHAT HAPPENS AT MATURITY.  ONLY
084400*  A DEPOSIT STILL TO MATURE CAN TAKE A NEW INSTRUCTION.
084500*****************************************************************
084600 3400-APPLY-INSTRUCT.
084700     MOVE TA-INSTRUCTION TO TM-INSTRUCTION
084800     IF TDT-STATUS (WS-TD-MATCH-IDX) NOT = "AWAITING"
084900        AND TDT-STATUS (WS-TD-MATCH-IDX) NOT = "ACTIVE"
085000         MOVE "DEPOSIT NOT OPEN" TO WS-REJECT-REASON
085100     ELSE
085200         IF NOT TM-INSTR-VALID
085300             MOVE "INSTRUCTION NOT VALID" TO WS-REJECT-REASON
085400         ELSE
085500             MOVE TA-INSTRUCTION
085600                 TO TDT-INSTRUCTION (WS-TD-MATCH-IDX)
085700             MOVE "INSTRUCT" TO WS-TD-EVENT
085800             MOVE TDT-PRINCIPAL (WS-TD-MATCH-IDX)
085900                 TO WS-EVT-PRINCIPAL
086000             MOVE 0 TO WS-EVT-INTEREST
086100             MOVE 0 TO WS-EVT-PENALTY
086200             PERFORM 6000-LOG-DEPOSIT-EVENT
086300         END-IF
086400     END-IF
086500     EXIT.
086600
086700*****************************************************************
086800*  3500-APPLY-BREAK - EARLY WITHDRAWAL OF AN ACTIVE DEPOSIT.
086900*  THE PAYOUT ITSELF IS WORKED OUT WITH THE DAY'S MATURITIES
087000*  (4300-BREAK-DEPOSIT); HERE THE REQUEST IS ONLY VETTED AND
087100*  MARKED.  THE LINKED ACCOUNT MUST BE ABLE TO TAKE THE MONEY.
087200*****************************************************************
087300 3500-APPLY-BREAK.
087400     MOVE TDT-ACCOUNT-ID (WS-TD-MATCH-IDX)
087500         TO WS-LOOKUP-ACCOUNT-ID
087600     PERFORM 3200-FIND-ACCOUNT
087700     IF TDT-STATUS (WS-TD-MATCH-IDX) NOT = "ACTIVE"
087800         MOVE "DEPOSIT NOT ACTIVE" TO WS-REJECT-REASON
087900     ELSE
088000         IF TDT-BREAK-REQUESTED (WS-TD-MATCH-IDX)
088100             MOVE "BREAK ALREADY REQUESTED" TO WS-REJECT-REASON
088200         ELSE
088300             IF NOT WS-ACCT-FOUND
088400                 MOVE "LINKED ACCOUNT NOT ON MASTER"
088500                     TO WS-REJECT-REASON
088600             ELSE
088700                 IF A-STATUS = "FROZEN"
088800                    OR A-STATUS = "CLOSED"
089000                     MOVE "LINKED ACCOUNT NOT OPEN"
089100                         TO WS-REJECT-REASON
089200                 ELSE
089300                     MOVE "Y"
089400                         TO TDT-BREAK-SW (WS-TD-MATCH-IDX)
089500                 END-IF
089600             END-IF
089700         END-IF
089800     END-IF
089900     EXIT.
090000
090100*****************************************************************
090200*  3600-APPLY-CANCEL - CLOSE A DEPOSIT THAT NEVER RECEIVED ITS
090300*  FUNDING.  ONE THAT HAS BEEN FUNDED IS BROKEN, NOT CANCELLED.
090400*****************************************************************
090500 3600-APPLY-CANCEL.
090600     IF TDT-STATUS (WS-TD-MATCH-IDX) NOT = "AWAITING"
090700         MOVE "DEPOSIT NOT AWAITING FUNDS" TO WS-REJECT-REASON
090800     ELSE
090900         MOVE "CANCELLED" TO TDT-STATUS     (WS-TD-MATCH-IDX)
091000         MOVE WS-RUN-DATE TO TDT-CLOSE-DATE (WS-TD-MATCH-IDX)
091100         MOVE "CANCELLED" TO WS-TD-EVENT
091200         MOVE 0 TO WS-EVT-PRINCIPAL
091300         MOVE 0 TO WS-EVT-INTEREST
091400         MOVE 0 TO WS-EVT-PENALTY
091500         PERFORM 6000-LOG-DEPOSIT-EVENT
091600     END-IF
091700     EXIT.
091800
091900*****************************************************************
092000*  4000-PROCESS-MATURITIES - ONE PASS OVER THE DEPOSIT TABLE
092100*  FOR EVERY ACTIVE DEPOSIT BROKEN TODAY OR DUE: MATURITY DATE
092200*  ON OR BEFORE THE BUSINESS DATE.  A DEPOSIT THAT FELL DUE ON
092300*  A DAY THIS RUN DID NOT RUN IS PAID NOW, FOR ITS OWN TERM.
092320*  MATURITY IS TESTED FIRST: A DEPOSIT ALREADY DUE HAS SERVED
092340*  ITS TERM, SO A BREAK REQUESTED ON IT MATURES IT WITHOUT
092360*  PENALTY (4100 PAYS IT OUT RATHER THAN ROLL IT OVER).
092400*****************************************************************
092500 4000-PROCESS-MATURITIES.
092600     PERFORM VARYING TDT-IDX FROM 1 BY 1
092700             UNTIL TDT-IDX > WS-TD-COUNT
092800         MOVE TDT-IDX TO WS-TD-MATCH-IDX
092900         IF TDT-STATUS (TDT-IDX) = "ACTIVE"
093000             IF TDT-MATURITY-DATE (TDT-IDX)
093100                NOT > WS-RUN-DATE
093200                 PERFORM 4100-MATURE-DEPOSIT
093300             ELSE
093400                 IF TDT-BREAK-REQUESTED (TDT-IDX)
093500                     PERFORM 4300-BREAK-DEPOSIT
093600                 END-IF
093700             END-IF
093800         END-IF
093900     END-PERFORM
094000     EXIT.
094100
094200*****************************************************************
094300*  4100-MATURE-DEPOSIT - THE DEPOSIT AT WS-TD-MATCH-IDX HAS
094400*  REACHED ITS MATURITY DATE.  INTEREST FOR THE FULL TERM GOES
094500*  TO THE LINKED ACCOUNT EITHER WAY; ON PAYOUT THE PRINCIPAL
094600*  GOES WITH IT AND THE DEPOSIT IS FINISHED, ON ROLLOVER THE
094700*  PRINCIPAL STARTS A NEW TERM FROM THE MATURITY DATE - UNLESS
094750*  THE CLIENT HAS ASKED TO BREAK IT, WHEN IT IS PAID OUT.  A
094800*  LINKED ACCOUNT THAT IS FROZEN, CLOSED OR GONE CANNOT TAKE
094900*  THE MONEY, SO THE DEPOSIT IS LEFT AS IT IS AND RETRIED ON
095000*  THE NEXT RUN.
095100*****************************************************************
095200 4100-MATURE-DEPOSIT.
095300     MOVE TDT-ACCOUNT-ID (WS-TD-MATCH-IDX)
095400         TO WS-LOOKUP-ACCOUNT-ID
095500     PERFORM 3200-FIND-ACCOUNT
095600     IF NOT WS-ACCT-FOUND
095700         PERFORM 4400-DEFER-DEPOSIT
095800     ELSE
095900         IF A-STATUS = "FROZEN"
096000            OR A-STATUS = "CLOSED"
096100             PERFORM 4400-DEFER-DEPOSIT
096200         ELSE
096300             MOVE TDT-START-DATE (WS-TD-MATCH-IDX)
096400                 TO WS-DN-DATE
096500             PERFORM 7000-SET-DAY-NUMBER
096600             MOVE WS-DN-DAYS TO WS-FROM-DAYS
096700             MOVE TDT-MATURITY-DATE (WS-TD-MATCH-IDX)
096800                 TO WS-DN-DATE
096900             PERFORM 7000-SET-DAY-NUMBER
097000             COMPUTE WS-INT-DAYS = WS-DN-DAYS - WS-FROM-DAYS
097100             PERFORM 4600-COMPUTE-INTEREST
097200             MOVE WS-INTEREST
097300                 TO TDT-POST-INTEREST (WS-TD-MATCH-IDX)
097400             ADD WS-INTEREST
097500                 TO TDT-INTEREST-PAID (WS-TD-MATCH-IDX)
097600             MOVE WS-INTEREST TO WS-EVT-INTEREST
097700             MOVE 0           TO WS-EVT-PENALTY
097800             MOVE TDT-PRINCIPAL (WS-TD-MATCH-IDX)
097900                 TO WS-EVT-PRINCIPAL
098000             IF TDT-INSTRUCTION (WS-TD-MATCH-IDX) = "ROLLOVER"
098050                AND NOT TDT-BREAK-REQUESTED (WS-TD-MATCH-IDX)
098100                 PERFORM 4200-ROLL-DEPOSIT
098200             ELSE
098300                 MOVE TDT-PRINCIPAL (WS-TD-MATCH-IDX)
098400                     TO TDT-POST-PRINCIPAL (WS-TD-MATCH-IDX)
098500                 MOVE "MATURED"
098600                     TO TDT-STATUS     (WS-TD-MATCH-IDX)
098700                 MOVE WS-RUN-DATE
098800                     TO TDT-CLOSE-DATE (WS-TD-MATCH-IDX)
098900                 ADD 1 TO WS-MATURED-COUNT
099000                 MOVE "MATURED" TO WS-TD-EVENT
099100                 PERFORM 6000-LOG-DEPOSIT-EVENT
099200             END-IF
099300         END-IF
099400     END-IF
099500     EXIT.
099600
099700*****************************************************************
099800*  4200-ROLL-DEPOSIT - A NEW TERM OF THE SAME LENGTH FROM THE
099900*  OLD MATURITY DATE.  ONE TERM IS ROLLED PER RUN: A DEPOSIT
100000*  WHOSE NEW TERM IS ALSO ALREADY OVER IS PICKED UP AGAIN ON
100100*  THE NEXT RUN.
100200*****************************************************************
100300 4200-ROLL-DEPOSIT.
100400     MOVE TDT-MATURITY-DATE (WS-TD-MATCH-IDX)
100500         TO TDT-START-DATE (WS-TD-MATCH-IDX)
100600     MOVE TDT-START-DATE (WS-TD-MATCH-IDX) TO WS-DN-DATE
100700     MOVE TDT-TERM-MONTHS (WS-TD-MATCH-IDX) TO WS-TERM-MONTHS
100800     PERFORM 4500-SET-MATURITY-DATE
100900     MOVE WS-MATURITY-DATE
101000         TO TDT-MATURITY-DATE (WS-TD-MATCH-IDX)
101100     ADD 1 TO WS-ROLLED-COUNT
101200     MOVE "ROLLED" TO WS-TD-EVENT
101300     PERFORM 6000-LOG-DEPOSIT-EVENT
101400     EXIT.
101500
101600*****************************************************************
101700*  4300-BREAK-DEPOSIT - EARLY WITHDRAWAL.  INTEREST RUNS FROM
101800*  THE START OF THE CURRENT TERM TO THE BUSINESS DATE; THE
101900*  PENALTY IS TD-PENALTY DAYS OF INTEREST ON THE PRINCIPAL AT
102000*  THE SAME RATE, BUT NEVER MORE THAN THE INTEREST EARNED - THE
102100*  CLIENT ALWAYS GETS THE PRINCIPAL BACK.
102200*****************************************************************
102300 4300-BREAK-DEPOSIT.
102400     MOVE TDT-START-DATE (WS-TD-MATCH-IDX) TO WS-DN-DATE
102500     PERFORM 7000-SET-DAY-NUMBER
102600     MOVE WS-DN-DAYS TO WS-FROM-DAYS
102700     MOVE WS-RUN-DATE TO WS-DN-DATE
102800     PERFORM 7000-SET-DAY-NUMBER
102900     IF WS-DN-DAYS > WS-FROM-DAYS
103000         COMPUTE WS-INT-DAYS = WS-DN-DAYS - WS-FROM-DAYS
103100     ELSE
103200         MOVE 0 TO WS-INT-DAYS
103300     END-IF
103400     PERFORM 4600-COMPUTE-INTEREST
103500     MOVE WS-INTEREST TO WS-EVT-INTEREST
103600     MOVE WS-PENALTY-DAYS TO WS-INT-DAYS
103700     PERFORM 4600-COMPUTE-INTEREST
103800     MOVE WS-INTEREST TO WS-PENALTY
103900     IF WS-PENALTY > WS-EVT-INTEREST
104000         MOVE WS-EVT-INTEREST TO WS-PENALTY
104100     END-IF
104200     SUBTRACT WS-PENALTY FROM WS-EVT-INTEREST
104300     MOVE WS-PENALTY TO WS-EVT-PENALTY
104400     MOVE TDT-PRINCIPAL (WS-TD-MATCH-IDX) TO WS-EVT-PRINCIPAL
104500     MOVE TDT-PRINCIPAL (WS-TD-MATCH-IDX)
104600         TO TDT-POST-PRINCIPAL (WS-TD-MATCH-IDX)
104700     MOVE WS-EVT-INTEREST
104800         TO TDT-POST-INTEREST  (WS-TD-MATCH-IDX)
104900     ADD WS-EVT-INTEREST
105000         TO TDT-INTEREST-PAID  (WS-TD-MATCH-IDX)
105100     MOVE "BROKEN"    TO TDT-STATUS     (WS-TD-MATCH-IDX)
105200     MOVE WS-RUN-DATE TO TDT-CLOSE-DATE (WS-TD-MATCH-IDX)
105300     ADD 1 TO WS-BROKEN-COUNT
105400     MOVE "BROKEN" TO WS-TD-EVENT
105500     PERFORM 6000-LOG-DEPOSIT-EVENT
105600     EXIT.
105700
105800 4400-DEFER-DEPOSIT.
105900     ADD 1 TO WS-DEFERRED-COUNT
106000     MOVE "DEFERRED" TO WS-TD-EVENT
106100     MOVE TDT-PRINCIPAL (WS-TD-MATCH-IDX) TO WS-EVT-PRINCIPAL
106200     MOVE 0 TO WS-EVT-INTEREST
106300     MOVE 0 TO WS-EVT-PENALTY
106400     PERFORM 6000-LOG-DEPOSIT-EVENT
106500     EXIT.
106600
106700*****************************************************************
106800*  4500-SET-MATURITY-DATE - WS-DN-DATE MOVED ON WS-TERM-MONTHS
106900*  CALENDAR MONTHS INTO WS-MATURITY-DATE, THE DAY OF THE MONTH
107000*  KEPT UNLESS THE NEW MONTH IS TOO SHORT FOR IT.
107100*****************************************************************
107200 4500-SET-MATURITY-DATE.
107300     MOVE WS-DN-DATE (1:4) TO BDW-YYYY
107400     MOVE WS-DN-DATE (6:2) TO BDW-MM
107500     MOVE WS-DN-DATE (9:2) TO BDW-DD
107600     COMPUTE WS-MONTH-COUNT = BDW-MM - 1 + WS-TERM-MONTHS
107700     DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEAR-COUNT
107800         REMAINDER WS-MONTH-COUNT
107900     ADD WS-YEAR-COUNT TO BDW-YYYY
108000     COMPUTE BDW-MM = WS-MONTH-COUNT + 1
108100     PERFORM 4510-SET-MONTH-LENGTH
108200     IF BDW-DD > WS-BD-MAX-DD
108300         MOVE WS-BD-MAX-DD TO BDW-DD
108400     END-IF
108500     MOVE BDW-YYYY TO BDN-YYYY
108600     MOVE BDW-MM   TO BDN-MM
108700     MOVE BDW-DD   TO BDN-DD
108800     MOVE WS-BD-NEXT TO WS-MATURITY-DATE
108900     EXIT.
109000
109100*****************************************************************
109200*  4510-SET-MONTH-LENGTH - DAYS IN MONTH BDW-MM OF YEAR
109300*  BDW-YYYY, GREGORIAN LEAP RULES.
109400*****************************************************************
109500 4510-SET-MONTH-LENGTH.
109600     IF BDW-MM = 4 OR BDW-MM = 6 OR BDW-MM = 9 OR BDW-MM = 11
109700         MOVE 30 TO WS-BD-MAX-DD
109800     ELSE
109900         IF BDW-MM = 2
110000             MOVE 28 TO WS-BD-MAX-DD
110100             DIVIDE BDW-YYYY BY 4 GIVING WS-BD-LEAP-QUOT
110200                 REMAINDER WS-BD-LEAP-REM
110300             IF WS-BD-LEAP-REM = 0
110400                 MOVE 29 TO WS-BD-MAX-DD
110500                 DIVIDE BDW-YYYY BY 100 GIVING WS-BD-LEAP-QUOT
110600                     REMAINDER WS-BD-LEAP-REM
110700                 IF WS-BD-LEAP-REM = 0
110800                     MOVE 28 TO WS-BD-MAX-DD
110900                     DIVIDE BDW-YYYY BY 400
111000                         GIVING WS-BD-LEAP-QUOT
111100                         REMAINDER WS-BD-LEAP-REM
111200                     IF WS-BD-LEAP-REM = 0
111300                         MOVE 29 TO WS-BD-MAX-DD
111400                     END-IF
111500                 END-IF
111600             END-IF
111700         ELSE
111800             MOVE 31 TO WS-BD-MAX-DD
111900         END-IF
112000     END-IF
112100     EXIT.
112200
112300*****************************************************************
112400*  4600-COMPUTE-INTEREST - SIMPLE INTEREST ON THE PRINCIPAL OF
112500*  THE DEPOSIT AT WS-TD-MATCH-IDX FOR WS-INT-DAYS DAYS, ROUNDED
112600*  TO THE CENT.
112700*****************************************************************
112800 4600-COMPUTE-INTEREST.
112900     COMPUTE WS-INTEREST ROUNDED =
113000         TDT-PRINCIPAL (WS-TD-MATCH-IDX)
113100       * TDT-RATE (WS-TD-MATCH-IDX)
113200       * WS-INT-DAYS / 365
113300     EXIT.
113400
113410*****************************************************************
113420*  4900-CLOSE-ACCOUNTS - THE LAST LINKED ACCOUNT HAS BEEN READ.
113430*  THE MASTER IS CLOSED BEFORE THE DEPOSIT FILE IS REWRITTEN,
113440*  SO A CLOSE FAILURE STILL STOPS THE RUN WITH NOTHING CHANGED.
113450*****************************************************************
113460 4900-CLOSE-ACCOUNTS.
113470     CLOSE ACCOUNT-IDX-FILE
113480     IF WS-ACCT-FILE-STATUS NOT = "00"
113485         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
113490         PERFORM 9940-ABEND-ACCOUNT-FILE
113495     END-IF
113497     EXIT.
113498
113500*****************************************************************
113550*  5000-REWRITE-DEPOSITS - WRITE EVERY DEPOSIT TO THE WORK FILE
113600*  IN LOADED ORDER, NEW DEPOSITS AT THE END, AND ONLY ONCE IT
113650*  IS COMPLETE AND CLOSED COPY IT OVER THE LIVE FILE.  A
113700*  DEPOSIT MATURED, BROKEN OR CANCELLED BEFORE THE MONTH OF THE
113750*  BUSINESS DATE GOES TO THE END OF THE TERM DEPOSIT HISTORY
113800*  INSTEAD, SO THE MASTER KEEPS WHAT IS OPEN AND WHAT FINISHED
113850*  THIS MONTH.  THE BOOK AT CLOSE IS COUNTED ON THE WAY FOR THE
113900*  REPORT.
113950*****************************************************************
114100 5000-REWRITE-DEPOSITS.
114125     OPEN OUTPUT TD-NEW-FILE
114150     IF WS-TDNEW-FILE-STATUS NOT = "00"
114175         MOVE "OPEN OUTPUT TD-NEW" TO WS-ABEND-CONTEXT
114200         PERFORM 9915-ABEND-TDNEW-FILE
114225     END-IF
114250     OPEN EXTEND TD-HIST-FILE
114275     IF WS-TDH-FILE-STATUS = "35"
114300         OPEN OUTPUT TD-HIST-FILE
114325     END-IF
114350     IF WS-TDH-FILE-STATUS NOT = "00"
114375         MOVE "OPEN EXTEND TD-HIST-FILE" TO WS-ABEND-CONTEXT
114400         PERFORM 9980-ABEND-TDHIST-FILE
114425     END-IF
114700     PERFORM VARYING TDT-IDX FROM 1 BY 1
114800             UNTIL TDT-IDX > WS-TD-COUNT
114900         MOVE TDT-DEPOSIT-ID     (TDT-IDX) TO TM-DEPOSIT-ID
115000         MOVE TDT-ACCOUNT-ID     (TDT-IDX) TO TM-ACCOUNT-ID
115100         MOVE TDT-PRINCIPAL      (TDT-IDX) TO TM-PRINCIPAL
115200         MOVE TDT-RATE           (TDT-IDX) TO TM-RATE
115300         MOVE TDT-TERM-MONTHS    (TDT-IDX) TO TM-TERM-MONTHS
115400         MOVE TDT-INSTRUCTION    (TDT-IDX) TO TM-INSTRUCTION
115500         MOVE TDT-STATUS         (TDT-IDX) TO TM-STATUS
115600         MOVE TDT-OPEN-DATE      (TDT-IDX) TO TM-OPEN-DATE
115700         MOVE TDT-START-DATE     (TDT-IDX) TO TM-START-DATE
115800         MOVE TDT-MATURITY-DATE  (TDT-IDX) TO TM-MATURITY-DATE
115900         MOVE TDT-CLOSE-DATE     (TDT-IDX) TO TM-CLOSE-DATE
116000         MOVE TDT-INTEREST-PAID  (TDT-IDX) TO TM-INTEREST-PAID
116100         MOVE TDT-FUNDING-TXN-ID (TDT-IDX) TO TM-FUNDING-TXN-ID
116125         IF (TM-STATUS-MATURED OR TM-STATUS-BROKEN
116150             OR TM-STATUS-CANCELLED)
116175            AND TM-CLOSE-DATE NOT = SPACES
116200            AND TM-CLOSE-DATE (1:7) < WS-RUN-DATE (1:7)
116225             MOVE TDM-CSV-RECORD TO TD-HIST-RECORD
116250             WRITE TD-HIST-RECORD
116275             IF WS-TDH-FILE-STATUS NOT = "00"
116300                 MOVE "WRITE TD-HIST-RECORD" TO WS-ABEND-CONTEXT
116325                 PERFORM 9980-ABEND-TDHIST-FILE
116350             END-IF
116375             ADD 1 TO WS-HISTORY-COUNT
116400         ELSE
116425             MOVE TDM-CSV-RECORD TO TD-NEW-RECORD
116450             WRITE TD-NEW-RECORD
116475             IF WS-TDNEW-FILE-STATUS NOT = "00"
116500                 MOVE "WRITE TD-NEW-RECORD" TO WS-ABEND-CONTEXT
116525                 PERFORM 9915-ABEND-TDNEW-FILE
116550             END-IF
116575         END-IF
116800         IF TM-STATUS-ACTIVE
116900             ADD 1 TO WS-ACTIVE-COUNT
117000             ADD TM-PRINCIPAL TO WS-ACTIVE-PRINCIPAL
117100         END-IF
117200         IF TM-STATUS-AWAITING
117300             ADD 1 TO WS-AWAITING-COUNT
117400         END-IF
117500     END-PERFORM
117600     CLOSE TD-NEW-FILE
117700     IF WS-TDNEW-FILE-STATUS NOT = "00"
117800         MOVE "CLOSE TD-NEW-FILE" TO WS-ABEND-CONTEXT
117900         PERFORM 9915-ABEND-TDNEW-FILE
118000     END-IF
118010     CLOSE TD-HIST-FILE
118020     IF WS-TDH-FILE-STATUS NOT = "00"
118030         MOVE "CLOSE TD-HIST-FILE" TO WS-ABEND-CONTEXT
118040         PERFORM 9980-ABEND-TDHIST-FILE
118050     END-IF
118100     PERFORM 5100-SWAP-IN-NEW-DEPOSITS
118200     EXIT.
118300
118400*****************************************************************
118500*  5100-SWAP-IN-NEW-DEPOSITS - THE MAINTAINED MASTER IS
118600*  COMPLETE ON THE WORK FILE; COPY IT OVER TERM_DEPOSITS.CSV.
118700*  AN ABEND IN HERE LEAVES DATA/TERM_DEPOSITS_NEW.CSV INTACT
118800*  FOR A MANUAL RESTART (COPY IT OVER DATA/TERM_DEPOSITS.CSV).
118900*****************************************************************
119000 5100-SWAP-IN-NEW-DEPOSITS.
119100     OPEN INPUT TD-NEW-FILE
119200     IF WS-TDNEW-FILE-STATUS NOT = "00"
119300         MOVE "OPEN INPUT TD-NEW" TO WS-ABEND-CONTEXT
119400         PERFORM 9915-ABEND-TDNEW-FILE
119500     END-IF
119600     OPEN OUTPUT TD-FILE
119700     IF WS-TDM-FILE-STATUS NOT = "00"
119800         MOVE "OPEN OUTPUT TD-FILE" TO WS-ABEND-CONTEXT
119900         PERFORM 9900-ABEND-TD-FILE
120000     END-IF
120100     PERFORM 5110-COPY-NEW-DEPOSIT-ROW
120200         UNTIL WS-TDNEW-EOF
120300     CLOSE TD-NEW-FILE
120320     IF WS-TDNEW-FILE-STATUS NOT = "00"
120340         MOVE "CLOSE TD-NEW-FILE (SWAP)" TO WS-ABEND-CONTEXT
120360         PERFORM 9915-ABEND-TDNEW-FILE
120380     END-IF
120400     CLOSE TD-FILE
120500     IF WS-TDM-FILE-STATUS NOT = "00"
120600         MOVE "CLOSE TD-FILE (SWAP)" TO WS-ABEND-CONTEXT
120700         PERFORM 9900-ABEND-TD-FILE
120800     END-IF
120900     EXIT.
121000
121100 5110-COPY-NEW-DEPOSIT-ROW.
121200     READ TD-NEW-FILE
121300         AT END
121400             MOVE "Y" TO WS-TDNEW-EOF-SW
121500         NOT AT END
121600             MOVE TD-NEW-RECORD TO TD-RECORD
121700             WRITE TD-RECORD
121800             IF WS-TDM-FILE-STATUS NOT = "00"
121900                 MOVE "WRITE TD-RECORD (SWAP)"
122000                     TO WS-ABEND-CONTEXT
122100                 PERFORM 9900-ABEND-TD-FILE
122200             END-IF
122300     END-READ
122400     EXIT.
122500
122600*****************************************************************
122700*  5500-QUEUE-POSTINGS - ONLY ONCE THE MASTER IS SAFELY
122800*  REWRITTEN, APPEND THIS RUN'S PRINCIPAL AND INTEREST CREDITS
122900*  AND ANY FUNDING REFUNDS TO THE POSTING QUEUE FOR BANKMAIN.
123000*  THE QUEUE IS APPENDED TO, NOT REWRITTEN, SO ITEMS A POSTING
123100*  RUN HAS NOT YET TAKEN ARE KEPT.
123200*****************************************************************
123300 5500-QUEUE-POSTINGS.
123400     OPEN EXTEND TD-POST-FILE
123500     IF WS-TPOST-FILE-STATUS = "35"
123600         OPEN OUTPUT TD-POST-FILE
123700     END-IF
123800     IF WS-TPOST-FILE-STATUS NOT = "00"
123900         MOVE "OPEN EXTEND TD-POST-FILE" TO WS-ABEND-CONTEXT
124000         PERFORM 9960-ABEND-TPOST-FILE
124100     END-IF
124200     PERFORM VARYING TDT-IDX FROM 1 BY 1
124300             UNTIL TDT-IDX > WS-TD-COUNT
124400         IF TDT-POST-PRINCIPAL (TDT-IDX) > 0
124500             MOVE "TD-PRINCIPAL" TO TQ-TXN-TYPE
124600             MOVE TDT-DEPOSIT-ID (TDT-IDX) TO TQ-DEPOSIT-ID
124700             MOVE TDT-ACCOUNT-ID (TDT-IDX) TO TQ-ACCOUNT-ID
124800             MOVE TDT-POST-PRINCIPAL (TDT-IDX) TO TQ-AMOUNT
124900             PERFORM 5510-WRITE-QUEUE-LINE
125000         END-IF
125100         IF TDT-POST-INTEREST (TDT-IDX) > 0
125200             MOVE "TD-INTEREST"  TO TQ-TXN-TYPE
125300             MOVE TDT-DEPOSIT-ID (TDT-IDX) TO TQ-DEPOSIT-ID
125400             MOVE TDT-ACCOUNT-ID (TDT-IDX) TO TQ-ACCOUNT-ID
125500             MOVE TDT-POST-INTEREST (TDT-IDX) TO TQ-AMOUNT
125600             PERFORM 5510-WRITE-QUEUE-LINE
125700         END-IF
125800     END-PERFORM
125900     PERFORM VARYING RFD-IDX FROM 1 BY 1
126000             UNTIL RFD-IDX > WS-REFUND-COUNT
126100         MOVE "TD-PRINCIPAL" TO TQ-TXN-TYPE
126200         MOVE RFD-DEPOSIT-ID (RFD-IDX) TO TQ-DEPOSIT-ID
126300         MOVE RFD-ACCOUNT-ID (RFD-IDX) TO TQ-ACCOUNT-ID
126400         MOVE RFD-AMOUNT     (RFD-IDX) TO TQ-AMOUNT
126500         PERFORM 5510-WRITE-QUEUE-LINE
126600     END-PERFORM
126700     CLOSE TD-POST-FILE
126800     IF WS-TPOST-FILE-STATUS NOT = "00"
126900         MOVE "CLOSE TD-POST-FILE" TO WS-ABEND-CONTEXT
127000         PERFORM 9960-ABEND-TPOST-FILE
127100     END-IF
127200     EXIT.
127300
127400 5510-WRITE-QUEUE-LINE.
127500     MOVE SPACES TO TQ-MERCHANT
127600     STRING "TERM DEPOSIT "  DELIMITED BY SIZE
127700            TQ-DEPOSIT-ID    DELIMITED BY SPACE
127800         INTO TQ-MERCHANT
127900     END-STRING
128000     MOVE "TermDeposit" TO TQ-CATEGORY
128100     MOVE WS-RUN-DATE   TO TQ-QUEUED-DATE
128200     MOVE TDQ-CSV-RECORD TO TD-POST-RECORD
128300     WRITE TD-POST-RECORD
128400     IF WS-TPOST-FILE-STATUS NOT = "00"
128500         MOVE "WRITE TD-POST-RECORD" TO WS-ABEND-CONTEXT
128600         PERFORM 9960-ABEND-TPOST-FILE
128700     END-IF
128800     ADD 1 TO WS-QUEUED-COUNT
128900     ADD TQ-AMOUNT TO WS-QUEUED-AMOUNT
129000     EXIT.
129100
129200*****************************************************************
129300*  5600-EMPTY-FUNDINGS - EVERY FUNDING ON THE FILE HAS BEEN
129400*  APPLIED TO THE MASTER OR QUEUED BACK AS A REFUND, SO THE
129500*  FILE STARTS THE NEXT POSTING RUN EMPTY.  NOTHING TO DO WHEN
129600*  THERE WAS NO FILE.
129700*****************************************************************
129800 5600-EMPTY-FUNDINGS.
129900     IF WS-TFUND-FOUND
130000         OPEN OUTPUT TD-FUND-FILE
130100         IF WS-TFUND-FILE-STATUS NOT = "00"
130200             MOVE "OPEN OUTPUT TD-FUND-FILE" TO WS-ABEND-CONTEXT
130300             PERFORM 9970-ABEND-TFUND-FILE
130400         END-IF
130500         CLOSE TD-FUND-FILE
130600         IF WS-TFUND-FILE-STATUS NOT = "00"
130700             MOVE "CLOSE TD-FUND-FILE" TO WS-ABEND-CONTEXT
130800             PERFORM 9970-ABEND-TFUND-FILE
130900         END-IF
131000     END-IF
131100     EXIT.
131200
131300*****************************************************************
131400*  6000-LOG-DEPOSIT-EVENT - ONE AUDIT RECORD ON THE RUN LOG AND
131500*  ONE REPORT LINE FOR THE DEPOSIT AT WS-TD-MATCH-IDX, NAMED BY
131600*  WS-TD-EVENT, WITH THE AMOUNTS IN THE WS-EVT- FIELDS.
131700*****************************************************************
131800 6000-LOG-DEPOSIT-EVENT.
131900     MOVE TDT-DEPOSIT-ID (WS-TD-MATCH-IDX) TO WS-EVT-DEPOSIT-ID
132000     MOVE TDT-ACCOUNT-ID (WS-TD-MATCH-IDX) TO WS-EVT-ACCOUNT-ID
132100     MOVE TDT-MATURITY-DATE (WS-TD-MATCH-IDX) TO WS-EVT-DATE
132200     MOVE WS-EVT-PRINCIPAL TO TM-PRINCIPAL
132300     MOVE WS-EVT-INTEREST  TO TM-INTEREST-PAID
132400     MOVE SPACES TO WS-RUN-LOG-LINE
132500     STRING "BANKTDEP,"     DELIMITED BY SIZE
132600            WS-RUN-ID       DELIMITED BY SIZE
132700            ",TERMDEP,"     DELIMITED BY SIZE
132800            WS-TD-EVENT     DELIMITED BY SPACE
132900            ",ID="          DELIMITED BY SIZE
133000            WS-EVT-DEPOSIT-ID DELIMITED BY SPACE
133100            ","             DELIMITED BY SIZE
133200            WS-EVT-ACCOUNT-ID DELIMITED BY SPACE
133300            ",PRINCIPAL="   DELIMITED BY SIZE
133400            TM-PRINCIPAL    DELIMITED BY SIZE
133500            ",INTEREST="    DELIMITED BY SIZE
133600            TM-INTEREST-PAID DELIMITED BY SIZE
133700            ",MATURES="     DELIMITED BY SIZE
133800            WS-EVT-DATE     DELIMITED BY SIZE
133900         INTO WS-RUN-LOG-LINE
134000     END-STRING
134100     PERFORM 9700-WRITE-RUN-LOG
134200     DISPLAY "TERM DEPOSIT " WS-TD-EVENT " " WS-EVT-DEPOSIT-ID
134300             " " WS-EVT-ACCOUNT-ID " MATURES " WS-EVT-DATE
134400     PERFORM 6100-REPORT-EVENT
134500     EXIT.
134600
134700 6100-REPORT-EVENT.
134800     MOVE SPACES TO WS-RPT-LINE
134900     MOVE WS-EVT-DEPOSIT-ID TO WS-RPT-LINE (3:10)
135000     MOVE WS-EVT-ACCOUNT-ID TO WS-RPT-LINE (14:10)
135100     MOVE WS-TD-EVENT       TO WS-RPT-LINE (25:9)
135200     MOVE WS-EVT-PRINCIPAL  TO WS-R-AMOUNT
135300     MOVE WS-R-AMOUNT       TO WS-RPT-LINE (35:10)
135400     MOVE WS-EVT-INTEREST   TO WS-R-AMOUNT
135500     MOVE WS-R-AMOUNT       TO WS-RPT-LINE (46:10)
135600     MOVE WS-EVT-PENALTY    TO WS-R-AMOUNT
135700     MOVE WS-R-AMOUNT       TO WS-RPT-LINE (57:10)
135800     MOVE WS-EVT-DATE       TO WS-RPT-LINE (68:10)
135900     PERFORM 8000-WRITE-REPORT-LINE
136000     EXIT.
136100
136200*****************************************************************
136300*  6500-FINISH-REPORT - THE RUN'S TOTALS AND THE BOOK AS IT
136400*  STANDS AFTER THE RUN, THEN CLOSE THE REPORT.
136500*****************************************************************
136600 6500-FINISH-REPORT.
136700     MOVE SPACES TO WS-RPT-LINE
136800     PERFORM 8000-WRITE-REPORT-LINE
136900     MOVE WS-QUEUED-COUNT TO WS-R-COUNT
137000     MOVE WS-QUEUED-AMOUNT TO WS-R-TOTAL
137100     MOVE SPACES TO WS-RPT-LINE
137200     STRING "Credits queued to post  : " DELIMITED BY SIZE
137300            WS-R-COUNT                   DELIMITED BY SIZE
137400            "   TOTAL "                  DELIMITED BY SIZE
137500            WS-R-TOTAL                   DELIMITED BY SIZE
137600         INTO WS-RPT-LINE
137700     END-STRING
137800     PERFORM 8000-WRITE-REPORT-LINE
137900     MOVE WS-DEFERRED-COUNT TO WS-R-COUNT
138000     MOVE SPACES TO WS-RPT-LINE
138100     STRING "Maturities deferred     : " DELIMITED BY SIZE
138200            WS-R-COUNT                   DELIMITED BY SIZE
138300         INTO WS-RPT-LINE
138400     END-STRING
138500     PERFORM 8000-WRITE-REPORT-LINE
138600     MOVE WS-ACTIVE-COUNT TO WS-R-COUNT
138700     MOVE WS-ACTIVE-PRINCIPAL TO WS-R-TOTAL
138800     MOVE SPACES TO WS-RPT-LINE
138900     STRING "Deposits active at close: " DELIMITED BY SIZE
139000            WS-R-COUNT                   DELIMITED BY SIZE
139100            "   PRINCIPAL "              DELIMITED BY SIZE
139200            WS-R-TOTAL                   DELIMITED BY SIZE
139300         INTO WS-RPT-LINE
139400     END-STRING
139500     PERFORM 8000-WRITE-REPORT-LINE
139600     MOVE WS-AWAITING-COUNT TO WS-R-COUNT
139700     MOVE SPACES TO WS-RPT-LINE
139800     STRING "Awaiting funding        : " DELIMITED BY SIZE
139900            WS-R-COUNT                   DELIMITED BY SIZE
140000         INTO WS-RPT-LINE
140100     END-STRING
140200     PERFORM 8000-WRITE-REPORT-LINE
140300     CLOSE REPORT-FILE
140310     IF WS-RPT-FILE-STATUS NOT = "00"
140320         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
140330         PERFORM 9910-ABEND-REPORT-FILE
140340     END-IF
140400     EXIT.
140500
140600 8000-WRITE-REPORT-LINE.
140700     MOVE WS-RPT-LINE TO REPORT-RECORD
140800     WRITE REPORT-RECORD
140900     IF WS-RPT-FILE-STATUS NOT = "00"
141000         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
141100         PERFORM 9910-ABEND-REPORT-FILE
141200     END-IF
141300     EXIT.
141400
141500*****************************************************************
141600*  7000-SET-DAY-NUMBER - WS-DN-DATE (YYYY-MM-DD) AS A DAY COUNT
141700*  IN WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH SO THE
141800*  LEAP DAY FALLS AT THE END OF IT:
141900*    365 * Y + Y/4 - Y/100 + Y/400 + (153 * M + 2) / 5 + D
142000*  WITH M COUNTED FROM MARCH = 0 AND EVERY DIVISION TRUNCATED.
142100*****************************************************************
142200 7000-SET-DAY-NUMBER.
142300     MOVE WS-DN-DATE (1:4) TO WS-DN-YYYY
142400     MOVE WS-DN-DATE (6:2) TO WS-DN-MM
142500     MOVE WS-DN-DATE (9:2) TO WS-DN-DD
142600     IF WS-DN-MM < 3
142700         SUBTRACT 1 FROM WS-DN-YYYY
142800         ADD 9 TO WS-DN-MM
142900     ELSE
143000         SUBTRACT 3 FROM WS-DN-MM
143100     END-IF
143200     COMPUTE WS-DN-DAYS = 365 * WS-DN-YYYY + WS-DN-DD
143300     DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
143400     ADD WS-DN-QUOT TO WS-DN-DAYS
143500     DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
143600     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS
143700     DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
143800     ADD WS-DN-QUOT TO WS-DN-DAYS
143900     COMPUTE WS-DN-QUOT = 153 * WS-DN-MM + 2
144000     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
144100     ADD WS-DN-QUOT TO WS-DN-DAYS
144200     EXIT.
144300
144400*****************************************************************
144500*  9000-TERMINATE - CLOSE THE MAINTENANCE FILE, REPORT THE RUN
144600*  AND LOG ITS END.  A REJECTED TRANSACTION, A REFUNDED
144700*  FUNDING OR A DEFERRED MATURITY LEAVES A WARNING RETURN CODE
144800*  SO THE SCHEDULER CAN FLAG THE RUN FOR REVIEW.
144900*****************************************************************
145000 9000-TERMINATE.
145100     CLOSE TD-MAINT-FILE
145200     DISPLAY "Deposits funded       : " WS-FUNDED-COUNT
145300     DISPLAY "Deposits opened       : " WS-OPENED-COUNT
145400     DISPLAY "Deposits matured      : " WS-MATURED-COUNT
145500     DISPLAY "Deposits rolled over  : " WS-ROLLED-COUNT
145600     DISPLAY "Deposits broken       : " WS-BROKEN-COUNT
145700     DISPLAY "Maturities deferred   : " WS-DEFERRED-COUNT
145800     DISPLAY "Postings queued       : " WS-QUEUED-COUNT
145900     DISPLAY "Transactions rejected : " WS-REJECT-COUNT
145950     DISPLAY "Deposits to history   : " WS-HISTORY-COUNT
146000     DISPLAY "Term deposit run complete."
146100     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
146200     MOVE SPACES TO WS-RUN-LOG-LINE
146300     IF WS-REJECT-COUNT > 0 OR WS-DEFERRED-COUNT > 0
146400         MOVE 4 TO RETURN-CODE
146500         STRING "BANKTDEP,"       DELIMITED BY SIZE
146600                WS-RUN-ID         DELIMITED BY SIZE
146700                ",END,FUNDED="    DELIMITED BY SIZE
146800                WS-FUNDED-COUNT   DELIMITED BY SIZE
146900                ",MATURED="       DELIMITED BY SIZE
147000                WS-MATURED-COUNT  DELIMITED BY SIZE
147100                ",ROLLED="        DELIMITED BY SIZE
147200                WS-ROLLED-COUNT   DELIMITED BY SIZE
147300                ",BROKEN="        DELIMITED BY SIZE
147400                WS-BROKEN-COUNT   DELIMITED BY SIZE
147500                ",DEFERRED="      DELIMITED BY SIZE
147600                WS-DEFERRED-COUNT DELIMITED BY SIZE
147700                ",REJECTED="      DELIMITED BY SIZE
147800                WS-REJECT-COUNT   DELIMITED BY SIZE
147900                ",RC=04"          DELIMITED BY SIZE
148000                ",ENDED="         DELIMITED BY SIZE
148100                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
148200             INTO WS-RUN-LOG-LINE
148300         END-STRING
148400     ELSE
148500         STRING "BANKTDEP,"       DELIMITED BY SIZE
148600                WS-RUN-ID         DELIMITED BY SIZE
148700                ",END,FUNDED="    DELIMITED BY SIZE
148800                WS-FUNDED-COUNT   DELIMITED BY SIZE
148900                ",MATURED="       DELIMITED BY SIZE
149000                WS-MATURED-COUNT  DELIMITED BY SIZE
149100                ",ROLLED="        DELIMITED BY SIZE
149200                WS-ROLLED-COUNT   DELIMITED BY SIZE
149300                ",BROKEN="        DELIMITED BY SIZE
149400                WS-BROKEN-COUNT   DELIMITED BY SIZE
149500                ",DEFERRED="      DELIMITED BY SIZE
149600                WS-DEFERRED-COUNT DELIMITED BY SIZE
149700                ",REJECTED="      DELIMITED BY SIZE
149800                WS-REJECT-COUNT   DELIMITED BY SIZE
149900                ",RC=00"          DELIMITED BY SIZE
150000                ",ENDED="         DELIMITED BY SIZE
150100                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
150200             INTO WS-RUN-LOG-LINE
150300         END-STRING
150400     END-IF
150500     PERFORM 9700-WRITE-RUN-LOG
150600     EXIT.
150700
150800*****************************************************************
150900*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
151000*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
151100*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
151200*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
151300*  THE RUN.
151400*****************************************************************
151500 9700-WRITE-RUN-LOG.
151600     OPEN EXTEND RUN-LOG-FILE
151700     IF WS-RUNLOG-FILE-STATUS = "35"
151800         OPEN OUTPUT RUN-LOG-FILE
151900     END-IF
152000     IF WS-RUNLOG-FILE-STATUS NOT = "00"
152100         DISPLAY "BANKTDEP: RUN LOG UNAVAILABLE, STATUS="
152200                 WS-RUNLOG-FILE-STATUS
152300     ELSE
152400         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
152500         WRITE RUN-LOG-RECORD
152600         IF WS-RUNLOG-FILE-STATUS NOT = "00"
152700             DISPLAY "BANKTDEP: RUN LOG WRITE FAILED, STATUS="
152800                     WS-RUNLOG-FILE-STATUS
152900         END-IF
153000         CLOSE RUN-LOG-FILE
153100     END-IF
153200     EXIT.
153300
153400*****************************************************************
153500*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
153600*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
153700*  PARAGRAPH BEFORE ITS STOP RUN.
153800*****************************************************************
153900 9800-LOG-ABEND.
154000     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
154100     MOVE SPACES TO WS-RUN-LOG-LINE
154200     STRING "BANKTDEP,"      DELIMITED BY SIZE
154300            WS-RUN-ID        DELIMITED BY SIZE
154400            ",ABEND,"        DELIMITED BY SIZE
154500            WS-ABEND-CONTEXT DELIMITED BY SIZE
154600            ",STATUS="       DELIMITED BY SIZE
154700            WS-ABEND-STATUS  DELIMITED BY SIZE
154800            ",RC=16"         DELIMITED BY SIZE
154900            ",ENDED="        DELIMITED BY SIZE
155000            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
155100         INTO WS-RUN-LOG-LINE
155200     END-STRING
155300     PERFORM 9700-WRITE-RUN-LOG
155400     EXIT.
155500
155600*****************************************************************
155700*  9900-ABEND-TD-FILE - THE DEPOSIT MASTER FAILED ON OPEN,
155800*  READ, WRITE OR CLOSE.  A HALF-REWRITTEN MASTER WOULD LOSE
155900*  DEPOSITS THE BANK OWES ITS CLIENTS, SO THE RUN STOPS.
156000*****************************************************************
156100 9900-ABEND-TD-FILE.
156200     DISPLAY "BANKTDEP: FATAL - TD-FILE ERROR ON "
156300             WS-ABEND-CONTEXT
156400     DISPLAY "BANKTDEP: FILE STATUS=" WS-TDM-FILE-STATUS
156500     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
156600     MOVE WS-TDM-FILE-STATUS TO WS-ABEND-STATUS
156700     PERFORM 9800-LOG-ABEND
156800     MOVE 16 TO RETURN-CODE
156900     STOP RUN.
157000
157100*****************************************************************
157200*  9910-ABEND-REPORT-FILE - THE TERM DEPOSIT REPORT FAILED ON
157300*  OPEN, WRITE OR CLOSE.  THE RUN STOPS.  A FAILURE BEFORE THE
157400*  DEPOSITS ARE REWRITTEN CAN SIMPLY BE RERUN; ONE IN THE
157420*  CLOSING TOTALS COMES AFTER THE DEPOSITS AND POSTINGS ARE
157440*  WRITTEN, SO ONLY THE REPORT IS IN DOUBT.
157500*****************************************************************
157600 9910-ABEND-REPORT-FILE.
157700     DISPLAY "BANKTDEP: FATAL - REPORT-FILE ERROR ON "
157800             WS-ABEND-CONTEXT
157900     DISPLAY "BANKTDEP: FILE STATUS=" WS-RPT-FILE-STATUS
158000     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
158100     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
158200     PERFORM 9800-LOG-ABEND
158300     MOVE 16 TO RETURN-CODE
158400     STOP RUN.
158500
158600*****************************************************************
158700*  9915-ABEND-TDNEW-FILE - THE WORK COPY OF THE MAINTAINED
158800*  MASTER FAILED ON OPEN, WRITE OR CLOSE.  TERM_DEPOSITS.CSV
158900*  HAS NOT BEEN TOUCHED YET AND NOTHING HAS BEEN QUEUED, SO THE
159000*  RUN JUST STOPS.  A RERUN APPENDS THE DEPOSITS ALREADY MOVED
159050*  TO THE HISTORY A SECOND TIME, WHICH DOES NO HARM.
159100*****************************************************************
159200 9915-ABEND-TDNEW-FILE.
159300     DISPLAY "BANKTDEP: FATAL - TD-NEW-FILE ERROR ON "
159400             WS-ABEND-CONTEXT
159500     DISPLAY "BANKTDEP: FILE STATUS=" WS-TDNEW-FILE-STATUS
159600     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
159700     MOVE WS-TDNEW-FILE-STATUS TO WS-ABEND-STATUS
159800     PERFORM 9800-LOG-ABEND
159900     MOVE 16 TO RETURN-CODE
160000     STOP RUN.
160100
160200*****************************************************************
160300*  9920-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
160400*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
160500*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
160600*  ADJACENT STORAGE.
160700*****************************************************************
160800 9920-ABEND-TABLE-OVERFLOW.
160900     DISPLAY "BANKTDEP: FATAL - TABLE CAPACITY EXCEEDED ON "
161000             WS-ABEND-CONTEXT
161100     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
161200     MOVE SPACES TO WS-ABEND-STATUS
161300     PERFORM 9800-LOG-ABEND
161400     MOVE 16 TO RETURN-CODE
161500     STOP RUN.
161600
161700*****************************************************************
161800*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
161900*  COULD NOT BE READ.  WITHOUT IT NO DEPOSIT CAN BE DATED OR
162000*  MATURED, SO THE RUN STOPS.
162100*****************************************************************
162200 9930-ABEND-BUSDATE-FILE.
162300     DISPLAY "BANKTDEP: FATAL - BUS-DATE-FILE ERROR ON "
162400             WS-ABEND-CONTEXT
162500     DISPLAY "BANKTDEP: FILE STATUS=" WS-BDATE-FILE-STATUS
162600     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
162700     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
162800     PERFORM 9800-LOG-ABEND
162900     MOVE 16 TO RETURN-CODE
163000     STOP RUN.
163100
163200*****************************************************************
163300*  9940-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
163400*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
163450*  RUN).  WITHOUT IT NO LINKED ACCOUNT CAN BE VETTED, SO THE
163500*  RUN STOPS BEFORE ANYTHING IS CHANGED.
163600*****************************************************************
163700 9940-ABEND-ACCOUNT-FILE.
163800     DISPLAY "BANKTDEP: FATAL - ACCOUNT-IDX-FILE ERROR ON "
163900             WS-ABEND-CONTEXT
164000     DISPLAY "BANKTDEP: FILE STATUS=" WS-ACCT-FILE-STATUS
164100     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
164200     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
164300     PERFORM 9800-LOG-ABEND
164400     MOVE 16 TO RETURN-CODE
164500     STOP RUN.
164600
164700*****************************************************************
164800*  9950-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
164900*  MISSING OR UNREADABLE, OR HAS NO TD-PENALTY ENTRY IN FORCE
165000*  ON THE BUSINESS DATE.  THE RUN STOPS BEFORE ANYTHING IS
165100*  CHANGED.
165200*****************************************************************
165300 9950-ABEND-PARAM-FILE.
165400     DISPLAY "BANKTDEP: FATAL - PARAM-FILE ERROR ON "
165500             WS-ABEND-CONTEXT
165600     DISPLAY "BANKTDEP: FILE STATUS=" WS-PARM-FILE-STATUS
165700     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
165800     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
165900     PERFORM 9800-LOG-ABEND
166000     MOVE 16 TO RETURN-CODE
166100     STOP RUN.
166200
166300*****************************************************************
166400*  9960-ABEND-TPOST-FILE - THE POSTING QUEUE FAILED ON OPEN,
166500*  WRITE OR CLOSE AFTER THE MASTER WAS REWRITTEN.  THE DEPOSITS
166600*  STAND AS MATURED, ROLLED OR BROKEN; OPERATIONS KEY THE
166700*  MISSING TD-PRINCIPAL AND TD-INTEREST LINES ONTO
166800*  DATA/TD_POSTINGS.CSV FROM THE REPORT BEFORE THE POSTING RUN.
166900*  THE FUNDINGS FILE HAS NOT BEEN EMPTIED; A RERUN PASSES OVER
167000*  THE FUNDINGS ALREADY ON THE MASTER.
167100*****************************************************************
167200 9960-ABEND-TPOST-FILE.
167300     DISPLAY "BANKTDEP: FATAL - TD-POST-FILE ERROR ON "
167400             WS-ABEND-CONTEXT
167500     DISPLAY "BANKTDEP: FILE STATUS=" WS-TPOST-FILE-STATUS
167600     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
167700     MOVE WS-TPOST-FILE-STATUS TO WS-ABEND-STATUS
167800     PERFORM 9800-LOG-ABEND
167900     MOVE 16 TO RETURN-CODE
168000     STOP RUN.
168100
168200*****************************************************************
168300*  9970-ABEND-TFUND-FILE - THE FUNDINGS FILE FAILED ON OPEN,
168400*  READ OR THE END-OF-RUN EMPTYING.  A FUNDING LOST HALF WAY
168500*  WOULD LEAVE A CLIENT'S MONEY OUT OF THE ACCOUNT AND ON NO
168600*  DEPOSIT, SO THE RUN STOPS.
168700*****************************************************************
168800 9970-ABEND-TFUND-FILE.
168900     DISPLAY "BANKTDEP: FATAL - TD-FUND-FILE ERROR ON "
169000             WS-ABEND-CONTEXT
169100     DISPLAY "BANKTDEP: FILE STATUS=" WS-TFUND-FILE-STATUS
169200     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
169300     MOVE WS-TFUND-FILE-STATUS TO WS-ABEND-STATUS
169400     PERFORM 9800-LOG-ABEND
169500     MOVE 16 TO RETURN-CODE
169600     STOP RUN.
169650
169700*****************************************************************
169800*  9980-ABEND-TDHIST-FILE - THE TERM DEPOSIT HISTORY FAILED ON
169900*  OPEN, READ, WRITE OR CLOSE.  TERM_DEPOSITS.CSV HAS NOT BEEN
170000*  TOUCHED YET AND NOTHING HAS BEEN QUEUED, SO THE RUN STOPS
170100*  AND CAN SIMPLY BE RERUN; A DEPOSIT ALREADY APPENDED TO THE
170200*  HISTORY IS APPENDED AGAIN, WHICH DOES NO HARM.
170300*****************************************************************
170400 9980-ABEND-TDHIST-FILE.
170500     DISPLAY "BANKTDEP: FATAL - TD-HIST-FILE ERROR ON "
170600             WS-ABEND-CONTEXT
170700     DISPLAY "BANKTDEP: FILE STATUS=" WS-TDH-FILE-STATUS
170800     DISPLAY "BANKTDEP: RUN TERMINATED ABNORMALLY."
170900     MOVE WS-TDH-FILE-STATUS TO WS-ABEND-STATUS
171000     PERFORM 9800-LOG-ABEND
171100     MOVE 16 TO RETURN-CODE
171200     STOP RUN.
