000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKSTPR.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  DAILY STOP-PAYMENT
001200*                    LISTING, RUN AFTER THE POSTING RUN: EVERY
001300*                    STOP PLACED, EVERY ITEM A STOP DECLINED,
001400*                    AND EVERY STOP CANCELLED OR EXPIRED ON THE
001500*                    DAY JUST POSTED, STRAIGHT OFF
001600*                    DATA/STOP_ACTIVITY.CSV (LAYOUT IN STOPACT),
001700*                    SO THE BRANCH CAN CONFIRM EACH STOP TO THE
001800*                    CLIENT WHO PHONED IT IN.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT STOP-ACT-FILE ASSIGN TO "data/stop_activity.csv"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-STACT-FILE-STATUS.
002600
002700     SELECT REPORT-FILE ASSIGN TO "data/stop_listing.rpt"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-RPT-FILE-STATUS.
003000
003100     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-BDATE-FILE-STATUS.
003400
003500     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  STOP-ACT-FILE.
004200 01  STOP-ACT-RECORD            PIC X(130).
004300
004400 FD  REPORT-FILE.
004500 01  REPORT-RECORD              PIC X(100).
004600
004700 FD  BUS-DATE-FILE.
004800 01  BUS-DATE-RECORD            PIC X(30).
004900
005000 FD  RUN-LOG-FILE.
005100 01  RUN-LOG-RECORD             PIC X(130).
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-STACT-FILE-STATUS       PIC XX.
005500 01  WS-RPT-FILE-STATUS         PIC XX.
005600 01  WS-BDATE-FILE-STATUS       PIC XX.
005700 01  WS-RUNLOG-FILE-STATUS      PIC XX.
005800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
005900
006000*****************************************************************
006100*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
006200*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
006300*  THE RUN LOG.
006400*****************************************************************
006500 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
006600 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
006700 01  WS-SYSTEM-DATE-RL.
006800     05  SYSRL-YYYY             PIC 9(4).
006900     05  SYSRL-MM               PIC 9(2).
007000     05  SYSRL-DD               PIC 9(2).
007100 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
007200 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
007300
007400 01  WS-STACT-EOF-SW            PIC X       VALUE "N".
007500     88  WS-STACT-EOF                       VALUE "Y".
007600 01  WS-STACT-OPEN-SW           PIC X       VALUE "N".
007700     88  WS-STACT-OPENED                    VALUE "Y".
007800
007900     COPY stopact REPLACING ==STOPACT-CSV-RECORD==
008000                         BY ==WS-STACT-LINE==.
008100
008200     COPY busdate.
008300
008400 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
008500
008600*****************************************************************
008700*  SECTION CONTROL - THE LISTING IS FOUR PASSES OVER THE DAY'S
008800*  ACTIVITY FILE, ONE PER EVENT, SO EACH SECTION PRINTS IN FILE
008900*  ORDER WITHOUT HOLDING THE DAY IN A TABLE.
009000*****************************************************************
009100 01  WS-LIST-EVENT              PIC X(9)    VALUE SPACES.
009200 01  WS-LIST-TITLE              PIC X(30)   VALUE SPACES.
009300 01  WS-SECTION-COUNT           PIC 9(6)    VALUE 0.
009400 01  WS-PLACED-COUNT            PIC 9(6)    VALUE 0.
009500 01  WS-MATCHED-COUNT           PIC 9(6)    VALUE 0.
009600 01  WS-CANCELLED-COUNT         PIC 9(6)    VALUE 0.
009700 01  WS-EXPIRED-COUNT           PIC 9(6)    VALUE 0.
009800
009900*****************************************************************
010000*  REPORT BUILD FIELDS
010100*****************************************************************
010200 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
010300 01  WS-R-COUNT                 PIC Z(5)9.
010400 01  WS-R-LOW                   PIC Z(6)9.99.
010500 01  WS-R-HIGH                  PIC Z(6)9.99.
010600 01  WS-R-ITEM-AMOUNT           PIC Z(6)9.99.
010700
010800 PROCEDURE DIVISION.
010900*****************************************************************
011000*  0000-MAINLINE
011100*****************************************************************
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE
011400     MOVE "PLACED"    TO WS-LIST-EVENT
011500     MOVE "STOPS PLACED:" TO WS-LIST-TITLE
011600     PERFORM 2000-LIST-SECTION
011700     MOVE WS-SECTION-COUNT TO WS-PLACED-COUNT
011800     MOVE "MATCHED"   TO WS-LIST-EVENT
011900     MOVE "ITEMS STOPPED (MATCHED):" TO WS-LIST-TITLE
012000     PERFORM 2000-LIST-SECTION
012100     MOVE WS-SECTION-COUNT TO WS-MATCHED-COUNT
012200     MOVE "CANCELLED" TO WS-LIST-EVENT
012300     MOVE "STOPS CANCELLED:" TO WS-LIST-TITLE
012400     PERFORM 2000-LIST-SECTION
012500     MOVE WS-SECTION-COUNT TO WS-CANCELLED-COUNT
012600     MOVE "EXPIRED"   TO WS-LIST-EVENT
012700     MOVE "STOPS EXPIRED:" TO WS-LIST-TITLE
012800     PERFORM 2000-LIST-SECTION
012900     MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT
013000     PERFORM 9000-TERMINATE
013100     STOP RUN.
013200
013300*****************************************************************
013400*  1000-INITIALIZE - TAKE THE DAY BEING LISTED FROM THE
013500*  BUSINESS-DATE CONTROL RECORD (THE DAY MOST RECENTLY POSTED),
013600*  THEN OPEN THE REPORT.
013700*****************************************************************
013800 1000-INITIALIZE.
013900     PERFORM 1060-STAMP-RUN-ID
014000     OPEN INPUT BUS-DATE-FILE
014100     IF WS-BDATE-FILE-STATUS NOT = "00"
014200         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
014300         PERFORM 9910-ABEND-BUSDATE-FILE
014400     END-IF
014500     READ BUS-DATE-FILE
014600         AT END
014700             MOVE "READ BUS-DATE-FILE (EMPTY)"
014800                 TO WS-ABEND-CONTEXT
014900             PERFORM 9910-ABEND-BUSDATE-FILE
015000     END-READ
015100     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
015200     CLOSE BUS-DATE-FILE
015300     IF BD-LAST-DATE = SPACES
015400         MOVE BD-RUN-DATE  TO WS-RUN-DATE
015500     ELSE
015600         MOVE BD-LAST-DATE TO WS-RUN-DATE
015700     END-IF
015800     OPEN OUTPUT REPORT-FILE
015900     IF WS-RPT-FILE-STATUS NOT = "00"
016000         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
016100         PERFORM 9900-ABEND-REPORT-FILE
016200     END-IF
016300     MOVE SPACES TO WS-RPT-LINE
016400     STRING "DAILY STOP-PAYMENT LISTING FOR " DELIMITED BY SIZE
016500            WS-RUN-DATE                       DELIMITED BY SIZE
016600         INTO WS-RPT-LINE
016700     END-STRING
016800     PERFORM 8000-WRITE-REPORT-LINE
016900     MOVE "==================================================="
017000         TO WS-RPT-LINE
017100     PERFORM 8000-WRITE-REPORT-LINE
017200     EXIT.
017300
017400*****************************************************************
017500*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
017600*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
017700*****************************************************************
017800 1060-STAMP-RUN-ID.
017900     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
018000     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
018100     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
018200            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
018300         INTO WS-RUN-ID
018400     END-STRING
018500     MOVE SPACES TO WS-RUN-LOG-LINE
018600     STRING "BANKSTPR,"  DELIMITED BY SIZE
018700            WS-RUN-ID    DELIMITED BY SIZE
018800            ",START"     DELIMITED BY SIZE
018900         INTO WS-RUN-LOG-LINE
019000     END-STRING
019100     PERFORM 9700-WRITE-RUN-LOG
019200     EXIT.
019300
019400*****************************************************************
019500*  2000-LIST-SECTION - ONE PASS OVER THE ACTIVITY FILE LISTING
019600*  EVERY LINE DATED TODAY FOR THE EVENT IN WS-LIST-EVENT UNDER
019700*  THE HEADING IN WS-LIST-TITLE.  NO ACTIVITY FILE MEANS NO
019800*  STOP ACTIVITY TODAY.
019900*****************************************************************
020000 2000-LIST-SECTION.
020100     MOVE 0   TO WS-SECTION-COUNT
020200     MOVE "N" TO WS-STACT-EOF-SW
020300     MOVE "N" TO WS-STACT-OPEN-SW
020400     MOVE SPACES TO WS-RPT-LINE
020500     PERFORM 8000-WRITE-REPORT-LINE
020600     MOVE WS-LIST-TITLE TO WS-RPT-LINE
020700     PERFORM 8000-WRITE-REPORT-LINE
020800     OPEN INPUT STOP-ACT-FILE
020900     IF WS-STACT-FILE-STATUS NOT = "00"
021000         MOVE "Y" TO WS-STACT-EOF-SW
021100     ELSE
021200         MOVE "Y" TO WS-STACT-OPEN-SW
021300     END-IF
021400     PERFORM 2100-READ-ACTIVITY
021500         UNTIL WS-STACT-EOF
021600     IF WS-STACT-OPENED
021700         CLOSE STOP-ACT-FILE
021800     END-IF
021900     IF WS-SECTION-COUNT = 0
022000         MOVE "  (NONE)" TO WS-RPT-LINE
022100         PERFORM 8000-WRITE-REPORT-LINE
022200     ELSE
022300         MOVE WS-SECTION-COUNT TO WS-R-COUNT
022400         MOVE SPACES TO WS-RPT-LINE
022500         STRING "  TOTAL: "  DELIMITED BY SIZE
022600                WS-R-COUNT   DELIMITED BY SIZE
022700             INTO WS-RPT-LINE
022800         END-STRING
022900         PERFORM 8000-WRITE-REPORT-LINE
023000     END-IF
023100     EXIT.
023200
023300 2100-READ-ACTIVITY.
023400     READ STOP-ACT-FILE
023500         AT END
023600             MOVE "Y" TO WS-STACT-EOF-SW
023700         NOT AT END
023800             MOVE STOP-ACT-RECORD TO WS-STACT-LINE
023900             IF SA-DATE = WS-RUN-DATE
024000                AND SA-EVENT = WS-LIST-EVENT
024100                 ADD 1 TO WS-SECTION-COUNT
024200                 PERFORM 2200-LIST-ACTIVITY-LINE
024300             END-IF
024400     END-READ
024500     EXIT.
024600
024700*****************************************************************
024800*  2200-LIST-ACTIVITY-LINE - ONE STOP: ACCOUNT, PAYEE, AMOUNT
024900*  RANGE AND THE DATES IT RUNS BETWEEN.  A MATCHED LINE GOES ON
025000*  WITH THE ITEM THE STOP DECLINED AND WHERE IT CAME FROM (B
025100*  BATCH, S SCHEDULED, R RE-PRESENTED, Q QUEUED).
025200*****************************************************************
025300 2200-LIST-ACTIVITY-LINE.
025400     MOVE SA-AMOUNT-LOW  TO WS-R-LOW
025500     MOVE SA-AMOUNT-HIGH TO WS-R-HIGH
025600     MOVE SPACES TO WS-RPT-LINE
025700     STRING "  "           DELIMITED BY SIZE
025800            SA-ACCOUNT-ID  DELIMITED BY SIZE
025900            " "            DELIMITED BY SIZE
026000            SA-PAYEE       DELIMITED BY SIZE
026100            " "            DELIMITED BY SIZE
026200            WS-R-LOW       DELIMITED BY SIZE
026300            " -"           DELIMITED BY SIZE
026400            WS-R-HIGH      DELIMITED BY SIZE
026500            "  "           DELIMITED BY SIZE
026600            SA-PLACED-DATE DELIMITED BY SIZE
026700            " TO "         DELIMITED BY SIZE
026800            SA-EXPIRY-DATE DELIMITED BY SIZE
026900         INTO WS-RPT-LINE
027000     END-STRING
027100     PERFORM 8000-WRITE-REPORT-LINE
027200     IF SA-EVENT-MATCHED
027300         MOVE SA-ITEM-AMOUNT TO WS-R-ITEM-AMOUNT
027400         MOVE SPACES TO WS-RPT-LINE
027500         STRING "      DECLINED "   DELIMITED BY SIZE
027600                SA-ITEM-TYPE        DELIMITED BY SIZE
027700                " "                 DELIMITED BY SIZE
027800                WS-R-ITEM-AMOUNT    DELIMITED BY SIZE
027900                "  SOURCE "         DELIMITED BY SIZE
028000                SA-ITEM-SOURCE      DELIMITED BY SIZE
028100             INTO WS-RPT-LINE
028200         END-STRING
028300         PERFORM 8000-WRITE-REPORT-LINE
028400     END-IF
028500     EXIT.
028600
028700 8000-WRITE-REPORT-LINE.
028800     MOVE WS-RPT-LINE TO REPORT-RECORD
028900     WRITE REPORT-RECORD
029000     IF WS-RPT-FILE-STATUS NOT = "00"
029100         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
029200         PERFORM 9900-ABEND-REPORT-FILE
029300     END-IF
029400     EXIT.
029500
029600*****************************************************************
029700*  9000-TERMINATE
029800*****************************************************************
029900 9000-TERMINATE.
030000     MOVE SPACES TO WS-RPT-LINE
030100     PERFORM 8000-WRITE-REPORT-LINE
030200     MOVE "END OF DAILY STOP-PAYMENT LISTING" TO WS-RPT-LINE
030300     PERFORM 8000-WRITE-REPORT-LINE
030400     CLOSE REPORT-FILE
030500     IF WS-RPT-FILE-STATUS NOT = "00"
030600         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
030700         PERFORM 9900-ABEND-REPORT-FILE
030800     END-IF
030900     DISPLAY "Stop-payment listing written to "
031000             "data/stop_listing.rpt"
031100     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
031200     MOVE SPACES TO WS-RUN-LOG-LINE
031300     STRING "BANKSTPR,"        DELIMITED BY SIZE
031400            WS-RUN-ID          DELIMITED BY SIZE
031500            ",END,PLACED="     DELIMITED BY SIZE
031600            WS-PLACED-COUNT    DELIMITED BY SIZE
031700            ",MATCHED="        DELIMITED BY SIZE
031800            WS-MATCHED-COUNT   DELIMITED BY SIZE
031900            ",CANCELLED="      DELIMITED BY SIZE
032000            WS-CANCELLED-COUNT DELIMITED BY SIZE
032100            ",EXPIRED="        DELIMITED BY SIZE
032200            WS-EXPIRED-COUNT   DELIMITED BY SIZE
032300            ",RC=00"           DELIMITED BY SIZE
032400            ",ENDED="          DELIMITED BY SIZE
032500            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
032600         INTO WS-RUN-LOG-LINE
032700     END-STRING
032800     PERFORM 9700-WRITE-RUN-LOG
032900     EXIT.
033000
033100*****************************************************************
033200*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
033300*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
033400*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
033500*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
033600*  THE RUN.
033700*****************************************************************
033800 9700-WRITE-RUN-LOG.
033900     OPEN EXTEND RUN-LOG-FILE
034000     IF WS-RUNLOG-FILE-STATUS = "35"
034100         OPEN OUTPUT RUN-LOG-FILE
034200     END-IF
034300     IF WS-RUNLOG-FILE-STATUS NOT = "00"
034400         DISPLAY "BANKSTPR: RUN LOG UNAVAILABLE, STATUS="
034500                 WS-RUNLOG-FILE-STATUS
034600     ELSE
034700         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
034800         WRITE RUN-LOG-RECORD
034900         IF WS-RUNLOG-FILE-STATUS NOT = "00"
035000             DISPLAY "BANKSTPR: RUN LOG WRITE FAILED, STATUS="
035100                     WS-RUNLOG-FILE-STATUS
035200         END-IF
035300         CLOSE RUN-LOG-FILE
035400     END-IF
035500     EXIT.
035600
035700*****************************************************************
035800*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
035900*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
036000*  PARAGRAPH BEFORE ITS STOP RUN.
036100*****************************************************************
036200 9800-LOG-ABEND.
036300     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
036400     MOVE SPACES TO WS-RUN-LOG-LINE
036500     STRING "BANKSTPR,"      DELIMITED BY SIZE
036600            WS-RUN-ID        DELIMITED BY SIZE
036700            ",ABEND,"        DELIMITED BY SIZE
036800            WS-ABEND-CONTEXT DELIMITED BY SIZE
036900            ",STATUS="       DELIMITED BY SIZE
037000            WS-ABEND-STATUS  DELIMITED BY SIZE
037100            ",RC=16"         DELIMITED BY SIZE
037200            ",ENDED="        DELIMITED BY SIZE
037300            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
037400         INTO WS-RUN-LOG-LINE
037500     END-STRING
037600     PERFORM 9700-WRITE-RUN-LOG
037700     EXIT.
037800
037900*****************************************************************
038000*  9900-ABEND-REPORT-FILE - THE LISTING COULD NOT BE WRITTEN.
038100*  A STOP THE BRANCH NEVER SEES IS ONE NOBODY CONFIRMS TO THE
038200*  CLIENT, SO THE RUN STOPS.
038300*****************************************************************
038400 9900-ABEND-REPORT-FILE.
038500     DISPLAY "BANKSTPR: FATAL - REPORT-FILE ERROR ON "
038600             WS-ABEND-CONTEXT
038700     DISPLAY "BANKSTPR: FILE STATUS=" WS-RPT-FILE-STATUS
038800     DISPLAY "BANKSTPR: RUN TERMINATED ABNORMALLY."
038900     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
039000     PERFORM 9800-LOG-ABEND
039100     MOVE 16 TO RETURN-CODE
039200     STOP RUN.
039300
039400*****************************************************************
039500*  9910-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
039600*  COULD NOT BE READ, SO THERE IS NO DAY TO LIST.  THE RUN
039700*  STOPS.
039800*****************************************************************
039900 9910-ABEND-BUSDATE-FILE.
040000     DISPLAY "BANKSTPR: FATAL - BUS-DATE-FILE ERROR ON "
040100             WS-ABEND-CONTEXT
040200     DISPLAY "BANKSTPR: FILE STATUS=" WS-BDATE-FILE-STATUS
040300     DISPLAY "BANKSTPR: RUN TERMINATED ABNORMALLY."
040400     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
040500     PERFORM 9800-LOG-ABEND
040600     MOVE 16 TO RETURN-CODE
040700     STOP RUN.
