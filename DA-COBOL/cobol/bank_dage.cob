000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKDAGE.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  DAILY DISPUTE AGING
001200*                    REPORT, RUN AFTER THE POSTING RUN: EVERY
001300*                    CASE STILL OPEN ON DATA/DISPUTES.CSV
001400*                    (LAYOUT IN DSPREC) WITH HOW LONG IT HAS BEEN
001500*                    OPEN AND HOW LONG IS LEFT TO ITS DUE DATE,
001600*                    FLAGGED OVERDUE OR DUE SOON, AND A SUMMARY
001700*                    BY AGE BAND, SO NO CASE RUNS PAST ITS
001800*                    REGULATORY DEADLINE UNNOTICED.  ANY OVERDUE
001900*                    CASE LEAVES A WARNING RETURN CODE.
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT DISP-FILE ASSIGN TO "data/disputes.csv"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-DISP-FILE-STATUS.
002700
002800     SELECT REPORT-FILE ASSIGN TO "data/dispute_aging.rpt"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-RPT-FILE-STATUS.
003100
003200     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BDATE-FILE-STATUS.
003500
003600     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DISP-FILE.
004300 01  DISP-RECORD                PIC X(100).
004400
004500 FD  REPORT-FILE.
004600 01  REPORT-RECORD              PIC X(100).
004700
004800 FD  BUS-DATE-FILE.
004900 01  BUS-DATE-RECORD            PIC X(30).
005000
005100 FD  RUN-LOG-FILE.
005200 01  RUN-LOG-RECORD             PIC X(130).
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-DISP-FILE-STATUS        PIC XX.
005600 01  WS-RPT-FILE-STATUS         PIC XX.
005700 01  WS-BDATE-FILE-STATUS       PIC XX.
005800 01  WS-RUNLOG-FILE-STATUS      PIC XX.
005900 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
006000
006100*****************************************************************
006200*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
006300*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
006400*  THE RUN LOG.
006500*****************************************************************
006600 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
006700 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
006800 01  WS-SYSTEM-DATE-RL.
006900     05  SYSRL-YYYY             PIC 9(4).
007000     05  SYSRL-MM               PIC 9(2).
007100     05  SYSRL-DD               PIC 9(2).
007200 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
007300 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
007400
007500 01  WS-DISP-EOF-SW             PIC X       VALUE "N".
007600     88  WS-DISP-EOF                        VALUE "Y".
007700
007800     COPY dsprec.
007900
008000     COPY busdate.
008100
008200 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
008300
008400*****************************************************************
008500*  DAY-NUMBER WORK FIELDS - A DATE IS TURNED INTO A COUNT OF
008600*  DAYS FROM A FIXED ORIGIN (MARCH-BASED YEAR, GREGORIAN LEAP
008700*  RULES) SO TWO DATES CAN BE SUBTRACTED.  THE CALLER MOVES THE
008800*  DATE TO WS-DN-DATE AND TAKES THE ANSWER FROM WS-DN-DAYS.
008900*****************************************************************
009000 01  WS-DN-DATE                 PIC X(10)   VALUE SPACES.
009100 01  WS-DN-YYYY                 PIC 9(4)    VALUE 0.
009200 01  WS-DN-MM                   PIC 9(2)    VALUE 0.
009300 01  WS-DN-DD                   PIC 9(2)    VALUE 0.
009400 01  WS-DN-QUOT                 PIC 9(7)    VALUE 0.
009500 01  WS-DN-DAYS                 PIC 9(7)    VALUE 0.
009600 01  WS-TODAY-DAYS              PIC 9(7)    VALUE 0.
009700 01  WS-OPEN-DAYS               PIC 9(7)    VALUE 0.
009800 01  WS-DUE-DAYS                PIC 9(7)    VALUE 0.
009900 01  WS-DAYS-OPEN               PIC S9(5)   VALUE 0.
010000 01  WS-DAYS-LEFT               PIC S9(5)   VALUE 0.
010100
010200*****************************************************************
010300*  AGE BANDS - A CASE WITHIN WS-DUE-SOON-DAYS OF ITS DUE DATE IS
010400*  FLAGGED DUE SOON SO THE INVESTIGATORS HAVE A WORKING WEEK TO
010500*  CLOSE IT; PAST ITS DUE DATE IT IS OVERDUE.
010600*****************************************************************
010700 01  WS-DUE-SOON-DAYS           PIC S9(5)   VALUE 5.
010800 01  WS-AGE-FLAG                PIC X(8)    VALUE SPACES.
010900 01  WS-OPEN-COUNT              PIC 9(6)    VALUE 0.
011000 01  WS-OPEN-AMOUNT             PIC 9(9)V99 VALUE 0.
011100 01  WS-OVERDUE-COUNT           PIC 9(6)    VALUE 0.
011200 01  WS-OVERDUE-AMOUNT          PIC 9(9)V99 VALUE 0.
011300 01  WS-SOON-COUNT              PIC 9(6)    VALUE 0.
011400 01  WS-SOON-AMOUNT             PIC 9(9)V99 VALUE 0.
011500 01  WS-CURRENT-COUNT           PIC 9(6)    VALUE 0.
011600 01  WS-CURRENT-AMOUNT          PIC 9(9)V99 VALUE 0.
011700
011800*****************************************************************
011900*  REPORT BUILD FIELDS
012000*****************************************************************
012100 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
012200 01  WS-R-COUNT                 PIC Z(5)9.
012300 01  WS-R-AMOUNT                PIC Z(6)9.99.
012400 01  WS-R-TOTAL                 PIC Z(8)9.99.
012500 01  WS-R-DAYS-OPEN             PIC -(4)9.
012600 01  WS-R-DAYS-LEFT             PIC -(4)9.
012700
012800 PROCEDURE DIVISION.
012900*****************************************************************
013000*  0000-MAINLINE
013100*****************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE
013400     PERFORM 2000-READ-DISPUTE
013500         UNTIL WS-DISP-EOF
013600     PERFORM 9000-TERMINATE
013700     STOP RUN.
013800
013900*****************************************************************
014000*  1000-INITIALIZE - TAKE THE DAY BEING REPORTED FROM THE
014100*  BUSINESS-DATE CONTROL RECORD (THE DAY MOST RECENTLY POSTED),
014200*  OPEN THE CASE FILE AND START THE REPORT.  NO CASE FILE MEANS
014300*  NO DISPUTE HAS EVER BEEN OPENED.
014400*****************************************************************
014500 1000-INITIALIZE.
014600     PERFORM 1060-STAMP-RUN-ID
014700     OPEN INPUT BUS-DATE-FILE
014800     IF WS-BDATE-FILE-STATUS NOT = "00"
014900         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
015000         PERFORM 9910-ABEND-BUSDATE-FILE
015100     END-IF
015200     READ BUS-DATE-FILE
015300         AT END
015400             MOVE "READ BUS-DATE-FILE (EMPTY)"
015500                 TO WS-ABEND-CONTEXT
015600             PERFORM 9910-ABEND-BUSDATE-FILE
015700     END-READ
015800     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
015900     CLOSE BUS-DATE-FILE
016000     IF BD-LAST-DATE = SPACES
016100         MOVE BD-RUN-DATE  TO WS-RUN-DATE
016200     ELSE
016300         MOVE BD-LAST-DATE TO WS-RUN-DATE
016400     END-IF
016500     MOVE WS-RUN-DATE TO WS-DN-DATE
016600     PERFORM 5000-SET-DAY-NUMBER
016700     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
016800     OPEN OUTPUT REPORT-FILE
016900     IF WS-RPT-FILE-STATUS NOT = "00"
017000         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
017100         PERFORM 9900-ABEND-REPORT-FILE
017200     END-IF
017300     MOVE SPACES TO WS-RPT-LINE
017400     STRING "DAILY DISPUTE AGING REPORT FOR " DELIMITED BY SIZE
017500            WS-RUN-DATE                       DELIMITED BY SIZE
017600         INTO WS-RPT-LINE
017700     END-STRING
017800     PERFORM 8000-WRITE-REPORT-LINE
017900     MOVE "==================================================="
018000         TO WS-RPT-LINE
018100     PERFORM 8000-WRITE-REPORT-LINE
018200     MOVE SPACES TO WS-RPT-LINE
018300     PERFORM 8000-WRITE-REPORT-LINE
018400     MOVE "  TXN  ACCOUNT    MERCHANT                     AMOUNT"
018500         TO WS-RPT-LINE
018600     MOVE "OPENED     DUE         OPEN  LEFT"
018700         TO WS-RPT-LINE (55:33)
018800     PERFORM 8000-WRITE-REPORT-LINE
018900     OPEN INPUT DISP-FILE
019000     IF WS-DISP-FILE-STATUS NOT = "00"
019100         IF WS-DISP-FILE-STATUS = "35"
019200             MOVE "Y" TO WS-DISP-EOF-SW
019300         ELSE
019400             MOVE "OPEN INPUT DISP-FILE" TO WS-ABEND-CONTEXT
019500             PERFORM 9920-ABEND-DISP-FILE
019600         END-IF
019700     END-IF
019800     EXIT.
019900
020000*****************************************************************
020100*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
020200*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
020300*****************************************************************
020400 1060-STAMP-RUN-ID.
020500     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
020600     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
020700     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
020800            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
020900         INTO WS-RUN-ID
021000     END-STRING
021100     MOVE SPACES TO WS-RUN-LOG-LINE
021200     STRING "BANKDAGE,"  DELIMITED BY SIZE
021300            WS-RUN-ID    DELIMITED BY SIZE
021400            ",START"     DELIMITED BY SIZE
021500         INTO WS-RUN-LOG-LINE
021600     END-STRING
021700     PERFORM 9700-WRITE-RUN-LOG
021800     EXIT.
021900
022000*****************************************************************
022100*  2000-READ-DISPUTE - ONE CASE.  ONLY OPEN CASES ARE AGED;
022200*  RESOLVED ONES STAY ON FILE FOR THE HISTORY BUT ARE NOT
022300*  LISTED.
022400*****************************************************************
022500 2000-READ-DISPUTE.
022600     READ DISP-FILE
022700         AT END
022800             MOVE "Y" TO WS-DISP-EOF-SW
022900         NOT AT END
023000             MOVE DISP-RECORD TO DSP-CSV-RECORD
023100             IF DS-STATUS-OPEN
023200                 PERFORM 2100-AGE-DISPUTE
023300             END-IF
023400     END-READ
023500     EXIT.
023600
023700*****************************************************************
023800*  2100-AGE-DISPUTE - DAYS SINCE THE CASE OPENED AND DAYS LEFT
023900*  TO ITS DUE DATE (NEGATIVE ONCE OVERDUE), THE BAND IT FALLS
024000*  IN, AND ITS LINE ON THE REPORT.
024100*****************************************************************
024200 2100-AGE-DISPUTE.
024300     MOVE DS-OPEN-DATE TO WS-DN-DATE
024400     PERFORM 5000-SET-DAY-NUMBER
024500     MOVE WS-DN-DAYS TO WS-OPEN-DAYS
024600     MOVE DS-DUE-DATE TO WS-DN-DATE
024700     PERFORM 5000-SET-DAY-NUMBER
024800     MOVE WS-DN-DAYS TO WS-DUE-DAYS
024900     COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - WS-OPEN-DAYS
025000     COMPUTE WS-DAYS-LEFT = WS-DUE-DAYS - WS-TODAY-DAYS
025100     ADD 1 TO WS-OPEN-COUNT
025200     ADD DS-AMOUNT TO WS-OPEN-AMOUNT
025300     IF WS-DAYS-LEFT < 0
025400         MOVE "OVERDUE" TO WS-AGE-FLAG
025500         ADD 1 TO WS-OVERDUE-COUNT
025600         ADD DS-AMOUNT TO WS-OVERDUE-AMOUNT
025700     ELSE
025800         IF WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
025900             MOVE "DUE SOON" TO WS-AGE-FLAG
026000             ADD 1 TO WS-SOON-COUNT
026100             ADD DS-AMOUNT TO WS-SOON-AMOUNT
026200         ELSE
026300             MOVE SPACES TO WS-AGE-FLAG
026400             ADD 1 TO WS-CURRENT-COUNT
026500             ADD DS-AMOUNT TO WS-CURRENT-AMOUNT
026600         END-IF
026700     END-IF
026800     MOVE DS-AMOUNT    TO WS-R-AMOUNT
026900     MOVE WS-DAYS-OPEN TO WS-R-DAYS-OPEN
027000     MOVE WS-DAYS-LEFT TO WS-R-DAYS-LEFT
027100     MOVE SPACES TO WS-RPT-LINE
027200     STRING "  "           DELIMITED BY SIZE
027300            DS-TXN-ID      DELIMITED BY SIZE
027400            " "            DELIMITED BY SIZE
027500            DS-ACCOUNT-ID  DELIMITED BY SIZE
027600            " "            DELIMITED BY SIZE
027700            DS-MERCHANT    DELIMITED BY SIZE
027800            " "            DELIMITED BY SIZE
027900            WS-R-AMOUNT    DELIMITED BY SIZE
028000            " "            DELIMITED BY SIZE
028100            DS-OPEN-DATE   DELIMITED BY SIZE
028200            " "            DELIMITED BY SIZE
028300            DS-DUE-DATE    DELIMITED BY SIZE
028400            " "            DELIMITED BY SIZE
028500            WS-R-DAYS-OPEN DELIMITED BY SIZE
028600            " "            DELIMITED BY SIZE
028700            WS-R-DAYS-LEFT DELIMITED BY SIZE
028800            " "            DELIMITED BY SIZE
028900            WS-AGE-FLAG    DELIMITED BY SIZE
029000         INTO WS-RPT-LINE
029100     END-STRING
029200     PERFORM 8000-WRITE-REPORT-LINE
029300     EXIT.
029400
029500*****************************************************************
029600*  5000-SET-DAY-NUMBER - WS-DN-DATE (YYYY-MM-DD) AS A DAY COUNT
029700*  IN WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH SO THE
029800*  LEAP DAY FALLS AT THE END OF IT:
029900*    365 * Y + Y/4 - Y/100 + Y/400 + (153 * M + 2) / 5 + D
030000*  WITH M COUNTED FROM MARCH = 0 AND EVERY DIVISION TRUNCATED.
030100*****************************************************************
030200 5000-SET-DAY-NUMBER.
030300     MOVE WS-DN-DATE (1:4) TO WS-DN-YYYY
030400     MOVE WS-DN-DATE (6:2) TO WS-DN-MM
030500     MOVE WS-DN-DATE (9:2) TO WS-DN-DD
030600     IF WS-DN-MM < 3
030700         SUBTRACT 1 FROM WS-DN-YYYY
030800         ADD 9 TO WS-DN-MM
030900     ELSE
031000         SUBTRACT 3 FROM WS-DN-MM
031100     END-IF
031200     COMPUTE WS-DN-DAYS = 365 * WS-DN-YYYY + WS-DN-DD
031300     DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
031400     ADD WS-DN-QUOT TO WS-DN-DAYS
031500     DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
031600     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS
031700     DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
031800     ADD WS-DN-QUOT TO WS-DN-DAYS
031900     COMPUTE WS-DN-QUOT = 153 * WS-DN-MM + 2
032000     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
032100     ADD WS-DN-QUOT TO WS-DN-DAYS
032200     EXIT.
032300
032400 8000-WRITE-REPORT-LINE.
032500     MOVE WS-RPT-LINE TO REPORT-RECORD
032600     WRITE REPORT-RECORD
032700     IF WS-RPT-FILE-STATUS NOT = "00"
032800         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
032900         PERFORM 9900-ABEND-REPORT-FILE
033000     END-IF
033100     EXIT.
033200
033300*****************************************************************
033400*  8100-WRITE-BAND-LINE - ONE SUMMARY LINE: THE TITLE ALREADY IN
033500*  WS-RPT-LINE, THEN THE COUNT AND AMOUNT IN WS-R-COUNT AND
033600*  WS-R-TOTAL.
033700*****************************************************************
033800 8100-WRITE-BAND-LINE.
033900     MOVE WS-R-COUNT TO WS-RPT-LINE (30:6)
034000     MOVE WS-R-TOTAL TO WS-RPT-LINE (38:12)
034100     PERFORM 8000-WRITE-REPORT-LINE
034200     EXIT.
034300
034400*****************************************************************
034500*  9000-TERMINATE - CLOSE THE CASE FILE, SUMMARISE THE OPEN
034600*  CASES BY BAND AND LOG THE END OF THE RUN.  ANY OVERDUE CASE
034700*  LEAVES A WARNING RETURN CODE SO THE SCHEDULER FLAGS IT.
034800*****************************************************************
034900 9000-TERMINATE.
035000     IF WS-DISP-FILE-STATUS NOT = "35"
035100         CLOSE DISP-FILE
035200     END-IF
035300     IF WS-OPEN-COUNT = 0
035400         MOVE "  (NONE)" TO WS-RPT-LINE
035500         PERFORM 8000-WRITE-REPORT-LINE
035600     END-IF
035700     MOVE SPACES TO WS-RPT-LINE
035800     PERFORM 8000-WRITE-REPORT-LINE
035900     MOVE "SUMMARY OF OPEN CASES:       COUNT       AMOUNT"
036000         TO WS-RPT-LINE
036100     PERFORM 8000-WRITE-REPORT-LINE
036200     MOVE WS-OVERDUE-COUNT  TO WS-R-COUNT
036300     MOVE WS-OVERDUE-AMOUNT TO WS-R-TOTAL
036400     MOVE "  OVERDUE" TO WS-RPT-LINE
036500     PERFORM 8100-WRITE-BAND-LINE
036600     MOVE WS-SOON-COUNT     TO WS-R-COUNT
036700     MOVE WS-SOON-AMOUNT    TO WS-R-TOTAL
036800     MOVE "  DUE SOON" TO WS-RPT-LINE
036900     PERFORM 8100-WRITE-BAND-LINE
037000     MOVE WS-CURRENT-COUNT  TO WS-R-COUNT
037100     MOVE WS-CURRENT-AMOUNT TO WS-R-TOTAL
037200     MOVE "  NOT YET DUE" TO WS-RPT-LINE
037300     PERFORM 8100-WRITE-BAND-LINE
037400     MOVE WS-OPEN-COUNT     TO WS-R-COUNT
037500     MOVE WS-OPEN-AMOUNT    TO WS-R-TOTAL
037600     MOVE "  TOTAL OPEN" TO WS-RPT-LINE
037700     PERFORM 8100-WRITE-BAND-LINE
037800     MOVE SPACES TO WS-RPT-LINE
037900     PERFORM 8000-WRITE-REPORT-LINE
038000     MOVE "END OF DAILY DISPUTE AGING REPORT" TO WS-RPT-LINE
038100     PERFORM 8000-WRITE-REPORT-LINE
038200     CLOSE REPORT-FILE
038300     IF WS-RPT-FILE-STATUS NOT = "00"
038400         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
038500         PERFORM 9900-ABEND-REPORT-FILE
038600     END-IF
038700     DISPLAY "Dispute aging report written to "
038800             "data/dispute_aging.rpt"
038900     DISPLAY "Open cases: " WS-OPEN-COUNT
039000             "  overdue: " WS-OVERDUE-COUNT
039100     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
039200     MOVE SPACES TO WS-RUN-LOG-LINE
039300     IF WS-OVERDUE-COUNT > 0
039400         MOVE 4 TO RETURN-CODE
039500         STRING "BANKDAGE,"        DELIMITED BY SIZE
039600                WS-RUN-ID          DELIMITED BY SIZE
039700                ",END,OPEN="       DELIMITED BY SIZE
039800                WS-OPEN-COUNT      DELIMITED BY SIZE
039900                ",DUESOON="        DELIMITED BY SIZE
040000                WS-SOON-COUNT      DELIMITED BY SIZE
040100                ",OVERDUE="        DELIMITED BY SIZE
040200                WS-OVERDUE-COUNT   DELIMITED BY SIZE
040300                ",RC=04"           DELIMITED BY SIZE
040400                ",ENDED="          DELIMITED BY SIZE
040500                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
040600             INTO WS-RUN-LOG-LINE
040700         END-STRING
040800     ELSE
040900         STRING "BANKDAGE,"        DELIMITED BY SIZE
041000                WS-RUN-ID          DELIMITED BY SIZE
041100                ",END,OPEN="       DELIMITED BY SIZE
041200                WS-OPEN-COUNT      DELIMITED BY SIZE
041300                ",DUESOON="        DELIMITED BY SIZE
041400                WS-SOON-COUNT      DELIMITED BY SIZE
041500                ",OVERDUE="        DELIMITED BY SIZE
041600                WS-OVERDUE-COUNT   DELIMITED BY SIZE
041700                ",RC=00"           DELIMITED BY SIZE
041800                ",ENDED="          DELIMITED BY SIZE
041900                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
042000             INTO WS-RUN-LOG-LINE
042100         END-STRING
042200     END-IF
042300     PERFORM 9700-WRITE-RUN-LOG
042400     EXIT.
042500
042600*****************************************************************
042700*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
042800*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
042900*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
043000*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
043100*  THE RUN.
043200*****************************************************************
043300 9700-WRITE-RUN-LOG.
043400     OPEN EXTEND RUN-LOG-FILE
043500     IF WS-RUNLOG-FILE-STATUS = "35"
043600         OPEN OUTPUT RUN-LOG-FILE
043700     END-IF
043800     IF WS-RUNLOG-FILE-STATUS NOT = "00"
043900         DISPLAY "BANKDAGE: RUN LOG UNAVAILABLE, STATUS="
044000                 WS-RUNLOG-FILE-STATUS
044100     ELSE
044200         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
044300         WRITE RUN-LOG-RECORD
044400         IF WS-RUNLOG-FILE-STATUS NOT = "00"
044500             DISPLAY "BANKDAGE: RUN LOG WRITE FAILED, STATUS="
044600                     WS-RUNLOG-FILE-STATUS
044700         END-IF
044800         CLOSE RUN-LOG-FILE
044900     END-IF
045000     EXIT.
045100
045200*****************************************************************
045300*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
045400*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
045500*  PARAGRAPH BEFORE ITS STOP RUN.
045600*****************************************************************
045700 9800-LOG-ABEND.
045800     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
045900     MOVE SPACES TO WS-RUN-LOG-LINE
046000     STRING "BANKDAGE,"      DELIMITED BY SIZE
046100            WS-RUN-ID        DELIMITED BY SIZE
046200            ",ABEND,"        DELIMITED BY SIZE
046300            WS-ABEND-CONTEXT DELIMITED BY SIZE
046400            ",STATUS="       DELIMITED BY SIZE
046500            WS-ABEND-STATUS  DELIMITED BY SIZE
046600            ",RC=16"         DELIMITED BY SIZE
046700            ",ENDED="        DELIMITED BY SIZE
046800            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
046900         INTO WS-RUN-LOG-LINE
047000     END-STRING
047100     PERFORM 9700-WRITE-RUN-LOG
047200     EXIT.
047300
047400*****************************************************************
047500*  9900-ABEND-REPORT-FILE - THE REPORT COULD NOT BE WRITTEN.
047600*  AN AGING REPORT NOBODY SEES IS A DEADLINE NOBODY WATCHES, SO
047700*  THE RUN STOPS.
047800*****************************************************************
047900 9900-ABEND-REPORT-FILE.
048000     DISPLAY "BANKDAGE: FATAL - REPORT-FILE ERROR ON "
048100             WS-ABEND-CONTEXT
048200     DISPLAY "BANKDAGE: FILE STATUS=" WS-RPT-FILE-STATUS
048300     DISPLAY "BANKDAGE: RUN TERMINATED ABNORMALLY."
048400     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
048500     PERFORM 9800-LOG-ABEND
048600     MOVE 16 TO RETURN-CODE
048700     STOP RUN.
048800
048900*****************************************************************
049000*  9910-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
049100*  COULD NOT BE READ, SO THERE IS NO DAY TO AGE THE CASES TO.
049200*  THE RUN STOPS.
049300*****************************************************************
049400 9910-ABEND-BUSDATE-FILE.
049500     DISPLAY "BANKDAGE: FATAL - BUS-DATE-FILE ERROR ON "
049600             WS-ABEND-CONTEXT
049700     DISPLAY "BANKDAGE: FILE STATUS=" WS-BDATE-FILE-STATUS
049800     DISPLAY "BANKDAGE: RUN TERMINATED ABNORMALLY."
049900     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
050000     PERFORM 9800-LOG-ABEND
050100     MOVE 16 TO RETURN-CODE
050200     STOP RUN.
050300
050400*****************************************************************
050500*  9920-ABEND-DISP-FILE - THE CASE FILE EXISTS BUT COULD NOT BE
050600*  OPENED.  AN EMPTY AGING REPORT WOULD SAY NOTHING IS DUE, SO
050700*  THE RUN STOPS.
050800*****************************************************************
050900 9920-ABEND-DISP-FILE.
051000     DISPLAY "BANKDAGE: FATAL - DISP-FILE ERROR ON "
051100             WS-ABEND-CONTEXT
051200     DISPLAY "BANKDAGE: FILE STATUS=" WS-DISP-FILE-STATUS
051300     DISPLAY "BANKDAGE: RUN TERMINATED ABNORMALLY."
051400     MOVE WS-DISP-FILE-STATUS TO WS-ABEND-STATUS
051500     PERFORM 9800-LOG-ABEND
051600     MOVE 16 TO RETURN-CODE
051700     STOP RUN.
