000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKAPPR.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  MAKER-CHECKER APPROVALS -
001200*                    A SECOND OPERATOR APPROVES OR REJECTS THE
001300*                    ITEMS BANKEDIT AND BANKACCT HELD ON
001400*                    DATA/APPROVAL_QUEUE.CSV (LAYOUT IN APRREC)
001500*                    FROM THE DAY'S APPROVAL TRANSACTION FILE.
001600*                    NOBODY MAY DECIDE AN ITEM THEY KEYED.  AN
001700*                    APPROVED BATCH ITEM IS RELEASED TO
001800*                    DATA/APPROVED_POSTINGS.CSV FOR BANKMAIN AND
001900*                    AN APPROVED MAINTENANCE ACTION TO
002000*                    DATA/APPROVED_MAINT.CSV FOR BANKACCT, SO RUN
002100*                    AHEAD OF BOTH.  EVERY DECISION, AND EVERY
002200*                    ATTEMPT REFUSED, IS WRITTEN TO
002300*                    DATA/RUN_CONTROL.LOG WITH THE MAKER AND
002400*                    CHECKER IDS.
002410*  2026-10-15  DA    DECIDED ITEMS NO LONGER STAY ON THE QUEUE.
002420*                    EACH RUN APPENDS THE ROWS IT FINDS DECIDED
002430*                    TO DATA/APPROVAL_HISTORY.CSV (SAME LAYOUT)
002440*                    AND REWRITES THE QUEUE WITH ONLY THE ITEMS
002450*                    STILL PENDING, SO THE QUEUE TABLE HOLDS THE
002460*                    OPEN ITEMS ONLY.  A DECISION NAMING AN ITEM
002470*                    ALREADY MOVED TO THE HISTORY IS STILL
002480*                    REFUSED AS ALREADY DECIDED.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT APPR-QUEUE-FILE ASSIGN TO "data/approval_queue.csv"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-APRQ-FILE-STATUS.
003200
003300     SELECT APPR-QUEUE-NEW-FILE
003400         ASSIGN TO "data/approval_queue_new.csv"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-APRQNEW-FILE-STATUS.
003700
003710     SELECT APPR-HIST-FILE ASSIGN TO "data/approval_history.csv"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-APRH-FILE-STATUS.
003740
003800     SELECT APPR-TXN-FILE ASSIGN TO "data/approval_txns.csv"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-APTX-FILE-STATUS.
004100
004200     SELECT APPR-POST-FILE
004300         ASSIGN TO "data/approved_postings.csv"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-APOST-FILE-STATUS.
004600
004700     SELECT APPR-MAINT-FILE ASSIGN TO "data/approved_maint.csv"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AMNT-FILE-STATUS.
005000
005100     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BDATE-FILE-STATUS.
005400
005500     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*****************************************************************
006200*  APPR-QUEUE-FILE - THE APPROVALS QUEUE (APQ-CSV-RECORD IN
006300*  APRREC), LOADED WHOLE, DECIDED IN PLACE AND REWRITTEN
006400*  THROUGH ITS WORK FILE THE SAME WAY BANKACCT REWRITES THE
006500*  ACCOUNTS MASTER.  ONLY THE ITEMS STILL PENDING ARE WRITTEN
006600*  BACK; THE DECIDED ROWS GO TO APPR-HIST-FILE.
006700*****************************************************************
006800 FD  APPR-QUEUE-FILE.
006900 01  APPR-QUEUE-RECORD          PIC X(240).
007000
007100 FD  APPR-QUEUE-NEW-FILE.
007200 01  APPR-QUEUE-NEW-RECORD      PIC X(240).
007210
007220*****************************************************************
007230*  APPR-HIST-FILE - EVERY DECIDED ITEM, IN THE QUEUE LAYOUT,
007240*  STAMPED WITH ITS CHECKER AND DECISION DATE.  APPENDED TO
007250*  ONLY; IT IS THE RECORD OF WHO DECIDED WHAT, AND BANKEDIT AND
007260*  BANKACCT READ IT SO A RERUN DOES NOT HOLD A DECIDED ITEM
007270*  AGAIN.
007280*****************************************************************
007290 FD  APPR-HIST-FILE.
007300 01  APPR-HIST-RECORD           PIC X(240).
007310
007400*****************************************************************
007500*  APPR-POST-FILE - APPROVED BATCH ITEMS, EACH THE PENDING ROW
007600*  EXACTLY AS KEYED, FOR THE NEXT POSTING RUN.  APPENDED TO
007700*  HERE, EMPTIED BY BANKMAIN AFTER A CLEAN RUN.
007800*
007900*  APPR-MAINT-FILE - APPROVED MAINTENANCE ACTIONS, EACH THE
008000*  MAINTENANCE LINE AS KEYED, FOR THE NEXT BANKACCT RUN.
008100*  APPENDED TO HERE, EMPTIED BY BANKACCT ONCE APPLIED.
008200*****************************************************************
008300 FD  APPR-POST-FILE.
008400 01  APPR-POST-RECORD           PIC X(120).
008500
008600 FD  APPR-MAINT-FILE.
008700 01  APPR-MAINT-RECORD          PIC X(120).
008800
008900 FD  BUS-DATE-FILE.
009000 01  BUS-DATE-RECORD            PIC X(30).
009100
009200 FD  RUN-LOG-FILE.
009300 01  RUN-LOG-RECORD             PIC X(130).
009400
009500*****************************************************************
009600*  APPR-TXN-FILE - ONE DAY'S APPROVAL DECISIONS, ONE LINE PER
009700*  HELD ITEM, KEYED BY THE CHECKER:
009800*    APPROVE - THE ITEM GOES ON TO POSTING (A BATCH ITEM) OR
009900*              ONTO THE ACCOUNTS MASTER (A MAINTENANCE ACTION).
010000*    REJECT  - THE ITEM GOES NO FURTHER.  THE MAKER RE-KEYS IT
010100*              IF IT WAS WANTED AFTER ALL.
010200*  AT-ITEM-ID IS THE ITEM ID FROM THE QUEUE AND AT-CHECKER-ID
010300*  THE DECIDING OPERATOR, WHO MUST NOT BE THE ITEM'S MAKER.
010400*****************************************************************
010500 FD  APPR-TXN-FILE.
010600 01  APPR-TXN-RECORD.
010700     05  AT-ACTION              PIC X(8).
010800     05  FILLER                 PIC X.
010900     05  AT-ITEM-ID             PIC X(13).
011000     05  FILLER                 PIC X.
011100     05  AT-CHECKER-ID          PIC X(8).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-APRQ-FILE-STATUS        PIC XX.
011500 01  WS-APRQNEW-FILE-STATUS     PIC XX.
011550 01  WS-APRH-FILE-STATUS        PIC XX.
011600 01  WS-APTX-FILE-STATUS        PIC XX.
011700 01  WS-APOST-FILE-STATUS       PIC XX.
011800 01  WS-AMNT-FILE-STATUS        PIC XX.
011900 01  WS-BDATE-FILE-STATUS       PIC XX.
012000 01  WS-RUNLOG-FILE-STATUS      PIC XX.
012100 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
012200
012300 01  WS-APRQ-EOF-SW             PIC X       VALUE "N".
012400     88  WS-APRQ-EOF                        VALUE "Y".
012500 01  WS-APRQNEW-EOF-SW          PIC X       VALUE "N".
012600     88  WS-APRQNEW-EOF                     VALUE "Y".
012650 01  WS-APRH-EOF-SW             PIC X       VALUE "N".
012660     88  WS-APRH-EOF                        VALUE "Y".
012670 01  WS-DECIDED-FOUND-SW        PIC X       VALUE "N".
012680     88  WS-DECIDED-FOUND                   VALUE "Y".
012700 01  WS-APTX-EOF-SW             PIC X       VALUE "N".
012800     88  WS-APTX-EOF                        VALUE "Y".
012900
013000*****************************************************************
013100*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
013200*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
013300*  THE RUN LOG.
013400*****************************************************************
013500 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
013600 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
013700 01  WS-SYSTEM-DATE-RL.
013800     05  SYSRL-YYYY             PIC 9(4).
013900     05  SYSRL-MM               PIC 9(2).
014000     05  SYSRL-DD               PIC 9(2).
014100 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
014200 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
014300
014400     COPY aprrec.
014500
014600     COPY busdate.
014700
014800*****************************************************************
014900*  APPROVALS QUEUE TABLE - THE WHOLE QUEUE, LOADED AT STARTUP,
015000*  DECIDED IN PLACE AND REWRITTEN AT THE END OF THE RUN IN
015100*  LOADED ORDER.  EACH ROW IS HELD AS READ AND LAID OVER
015200*  APQ-CSV-RECORD TO BE LOOKED AT.  APT-RELEASE-SW MARKS AN
015300*  ITEM THIS RUN APPROVED, TO BE RELEASED ONCE THE QUEUE IS
015400*  SAFELY REWRITTEN.  DECIDED ROWS LEAVE THE QUEUE AT EACH
015450*  REWRITE, SO THE TABLE NEEDS ROOM ONLY FOR THE ITEMS STILL
015500*  OPEN.
015550*****************************************************************
015600 01  WS-APQ-TABLE.
015700     05  WS-APQ-ENTRY OCCURS 2000 TIMES
015800                      INDEXED BY APT-IDX.
015900         10  APT-ITEM-ID        PIC X(13).
016000         10  APT-ROW            PIC X(229).
016100         10  APT-RELEASE-SW     PIC X.
016200             88  APT-RELEASE                VALUE "Y".
016300 01  WS-APQ-COUNT               PIC 9(4)    VALUE 0.
016400 01  WS-APQ-MATCH-IDX           PIC 9(4)    VALUE 0.
016500
016600 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
016700 01  WS-APPR-EVENT              PIC X(8)    VALUE SPACES.
016800 01  WS-APPROVED-COUNT          PIC 9(4)    VALUE 0.
016900 01  WS-REJECTED-COUNT          PIC 9(4)    VALUE 0.
017000 01  WS-RELEASED-COUNT          PIC 9(4)    VALUE 0.
017100 01  WS-REFUSED-COUNT           PIC 9(4)    VALUE 0.
017150 01  WS-ARCHIVED-COUNT          PIC 9(4)    VALUE 0.
017200 01  WS-REFUSE-REASON           PIC X(30)   VALUE SPACES.
017300
017400 PROCEDURE DIVISION.
017500*****************************************************************
017600*  0000-MAINLINE
017700*****************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE
018000     PERFORM 3000-APPLY-DECISION
018100         UNTIL WS-APTX-EOF
018200     PERFORM 4000-REWRITE-QUEUE
018300     PERFORM 5000-RELEASE-APPROVED
018400     PERFORM 9000-TERMINATE
018500     STOP RUN.
018600
018700*****************************************************************
018800*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE, LOAD
018900*  THE APPROVALS QUEUE AND OPEN THE DAY'S DECISIONS.
019000*****************************************************************
019100 1000-INITIALIZE.
019200     PERFORM 1060-STAMP-RUN-ID
019300     PERFORM 1050-STAMP-RUN-DATE
019400     PERFORM 1100-LOAD-APPROVAL-QUEUE
019500     OPEN INPUT APPR-TXN-FILE
019600     IF WS-APTX-FILE-STATUS NOT = "00"
019700         DISPLAY "BANKAPPR: NO APPROVAL FILE, STATUS="
019800                 WS-APTX-FILE-STATUS
019900         MOVE "Y" TO WS-APTX-EOF-SW
020000     ELSE
020100         DISPLAY "Starting approvals..."
020200         PERFORM 3100-READ-DECISION
020300     END-IF
020400     EXIT.
020500
020600*****************************************************************
020700*  1050-STAMP-RUN-DATE - DECISIONS ARE DATED WITH THE NEXT
020800*  BUSINESS DATE THE DAILY BATCH WILL POST, THE DAY AN APPROVED
020900*  ITEM TAKES EFFECT.
021000*****************************************************************
021100 1050-STAMP-RUN-DATE.
021200     OPEN INPUT BUS-DATE-FILE
021300     IF WS-BDATE-FILE-STATUS NOT = "00"
021400         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
021500         PERFORM 9930-ABEND-BUSDATE-FILE
021600     END-IF
021700     READ BUS-DATE-FILE
021800         AT END
021900             MOVE "READ BUS-DATE-FILE (EMPTY)"
022000                 TO WS-ABEND-CONTEXT
022100             PERFORM 9930-ABEND-BUSDATE-FILE
022200     END-READ
022300     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
022400     CLOSE BUS-DATE-FILE
022500     MOVE BD-RUN-DATE TO WS-RUN-DATE
022600     DISPLAY "APPROVALS FOR BUSINESS DATE " WS-RUN-DATE
022700     EXIT.
022800
022900*****************************************************************
023000*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
023100*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
023200*****************************************************************
023300 1060-STAMP-RUN-ID.
023400     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
023500     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
023600     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
023700            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
023800         INTO WS-RUN-ID
023900     END-STRING
024000     MOVE SPACES TO WS-RUN-LOG-LINE
024100     STRING "BANKAPPR,"  DELIMITED BY SIZE
024200            WS-RUN-ID    DELIMITED BY SIZE
024300            ",START"     DELIMITED BY SIZE
024400         INTO WS-RUN-LOG-LINE
024500     END-STRING
024600     PERFORM 9700-WRITE-RUN-LOG
024700     EXIT.
024800
024900*****************************************************************
025000*  1100-LOAD-APPROVAL-QUEUE - LOAD THE QUEUE INTO ITS TABLE.
025100*  STATUS "35" MEANS NOTHING HAS EVER BEEN HELD, SO EVERY
025200*  DECISION KEYED TODAY IS REFUSED.
025300*****************************************************************
025400 1100-LOAD-APPROVAL-QUEUE.
025500     OPEN INPUT APPR-QUEUE-FILE
025600     IF WS-APRQ-FILE-STATUS = "00"
025700         PERFORM 1110-LOAD-APPROVAL-ITEM
025800             UNTIL WS-APRQ-EOF
025900         CLOSE APPR-QUEUE-FILE
026000         IF WS-APRQ-FILE-STATUS NOT = "00"
026100             MOVE "CLOSE APPR-QUEUE-FILE (LOAD)"
026200                 TO WS-ABEND-CONTEXT
026300             PERFORM 9900-ABEND-APRQ-FILE
026400         END-IF
026500     ELSE
026600         IF WS-APRQ-FILE-STATUS = "35"
026700             MOVE "Y" TO WS-APRQ-EOF-SW
026800         ELSE
026900             MOVE "OPEN INPUT APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
027000             PERFORM 9900-ABEND-APRQ-FILE
027100         END-IF
027200     END-IF
027300     EXIT.
027400
027500 1110-LOAD-APPROVAL-ITEM.
027600     READ APPR-QUEUE-FILE
027700         AT END
027800             MOVE "Y" TO WS-APRQ-EOF-SW
027900         NOT AT END
028000             IF WS-APQ-COUNT = 2000
028100                 MOVE "WS-APQ-TABLE OCCURS 2000"
028200                     TO WS-ABEND-CONTEXT
028300                 PERFORM 9920-ABEND-TABLE-OVERFLOW
028400             END-IF
028500             MOVE APPR-QUEUE-RECORD TO APQ-CSV-RECORD
028600             ADD 1 TO WS-APQ-COUNT
028700             MOVE AQ-ITEM-ID
028800                 TO APT-ITEM-ID    (WS-APQ-COUNT)
028900             MOVE APQ-CSV-RECORD
029000                 TO APT-ROW        (WS-APQ-COUNT)
029100             MOVE "N"
029200                 TO APT-RELEASE-SW (WS-APQ-COUNT)
029300     END-READ
029400     EXIT.
029500
029600*****************************************************************
029700*  3000-APPLY-DECISION - ONE ITERATION PER DECISION KEYED.  A
029800*  DECISION THAT CANNOT STAND - NO SUCH ITEM, ONE ALREADY
029900*  DECIDED, NO CHECKER ID, OR A CHECKER WHO IS THE MAKER - IS
030000*  REFUSED: SHOWN, COUNTED AND LOGGED, AND THE ITEM LEFT AS IT
030100*  WAS.
030200*****************************************************************
030300 3000-APPLY-DECISION.
030400     MOVE SPACES TO WS-REFUSE-REASON
030500     PERFORM 3200-FIND-ITEM
030600     IF AT-ACTION NOT = "APPROVE"
030700        AND AT-ACTION NOT = "REJECT"
030800         MOVE "UNKNOWN ACTION" TO WS-REFUSE-REASON
030900     ELSE
031000         IF WS-APQ-MATCH-IDX = 0
031050             PERFORM 3210-FIND-DECIDED-ITEM
031100             IF WS-DECIDED-FOUND
031120                 MOVE "ITEM ALREADY DECIDED"
031140                     TO WS-REFUSE-REASON
031160             ELSE
031180                 MOVE "ITEM NOT ON QUEUE" TO WS-REFUSE-REASON
031190             END-IF
031200         ELSE
031300             MOVE APT-ROW (WS-APQ-MATCH-IDX) TO APQ-CSV-RECORD
031400             IF NOT AQ-STATUS-PENDING
031500                 MOVE "ITEM ALREADY DECIDED"
031600                     TO WS-REFUSE-REASON
031700             ELSE
031800                 IF AT-CHECKER-ID = SPACES
031900                     MOVE "CHECKER ID MISSING"
032000                         TO WS-REFUSE-REASON
032100                 ELSE
032200                     IF AT-CHECKER-ID = AQ-MAKER-ID
032300                         MOVE "CHECKER IS THE MAKER"
032400                             TO WS-REFUSE-REASON
032500                     ELSE
032600                         PERFORM 3300-RECORD-DECISION
032700                     END-IF
032800                 END-IF
032900             END-IF
033000         END-IF
033100     END-IF
033200     IF WS-REFUSE-REASON = SPACES
033300         PERFORM 6000-LOG-DECISION
033400     ELSE
033500         ADD 1 TO WS-REFUSED-COUNT
033600         DISPLAY "REFUSED " AT-ACTION " " AT-ITEM-ID
033700                 " BY " AT-CHECKER-ID " - " WS-REFUSE-REASON
033800         PERFORM 6100-LOG-REFUSAL
033900     END-IF
034000     PERFORM 3100-READ-DECISION
034100     EXIT.
034200
034300 3100-READ-DECISION.
034400     READ APPR-TXN-FILE
034500         AT END
034600             MOVE "Y" TO WS-APTX-EOF-SW
034700     END-READ
034800     EXIT.
034900
035000*****************************************************************
035100*  3200-FIND-ITEM - LOCATE THE QUEUED ITEM THE DECISION NAMES,
035200*  WHATEVER ITS STATUS.
035300*****************************************************************
035400 3200-FIND-ITEM.
035500     MOVE 0 TO WS-APQ-MATCH-IDX
035600     PERFORM VARYING APT-IDX FROM 1 BY 1
035700             UNTIL APT-IDX > WS-APQ-COUNT
035800         IF APT-ITEM-ID (APT-IDX) = AT-ITEM-ID
035900             MOVE APT-IDX      TO WS-APQ-MATCH-IDX
036000             MOVE WS-APQ-COUNT TO APT-IDX
036100         END-IF
036200     END-PERFORM
036300     EXIT.
036400
036404*****************************************************************
036406*  3210-FIND-DECIDED-ITEM - THE ITEM IS NOT ON THE QUEUE.  LOOK
036408*  FOR IT ON THE APPROVAL HISTORY: IF IT IS THERE IT WAS DECIDED
036410*  ON AN EARLIER RUN.  STATUS "35" MEANS NOTHING HAS BEEN
036412*  DECIDED YET.
036414*****************************************************************
036416 3210-FIND-DECIDED-ITEM.
036418     MOVE "N" TO WS-DECIDED-FOUND-SW
036420     MOVE "N" TO WS-APRH-EOF-SW
036422     OPEN INPUT APPR-HIST-FILE
036424     IF WS-APRH-FILE-STATUS = "00"
036426         PERFORM 3220-READ-DECIDED-ITEM
036428             UNTIL WS-APRH-EOF OR WS-DECIDED-FOUND
036430         CLOSE APPR-HIST-FILE
036432     ELSE
036434         IF WS-APRH-FILE-STATUS NOT = "35"
036436             MOVE "OPEN INPUT APPR-HIST-FILE" TO WS-ABEND-CONTEXT
036438             PERFORM 9960-ABEND-APRH-FILE
036440         END-IF
036442     END-IF
036444     EXIT.
036446
036448 3220-READ-DECIDED-ITEM.
036450     READ APPR-HIST-FILE
036452         AT END
036454             MOVE "Y" TO WS-APRH-EOF-SW
036456         NOT AT END
036458             MOVE APPR-HIST-RECORD TO APQ-CSV-RECORD
036460             IF AQ-ITEM-ID = AT-ITEM-ID
036462                 MOVE "Y" TO WS-DECIDED-FOUND-SW
036464             END-IF
036466     END-READ
036468     EXIT.
036500*****************************************************************
036600*  3300-RECORD-DECISION - STAMP THE DECISION, THE CHECKER AND
036700*  THE DATE ON THE QUEUED ITEM (STILL LAID OVER APQ-CSV-RECORD)
036800*  AND PUT IT BACK IN THE TABLE.  AN APPROVED ITEM IS MARKED
036900*  FOR RELEASE.
037000*****************************************************************
037100 3300-RECORD-DECISION.
037200     IF AT-ACTION = "APPROVE"
037300         MOVE "APPROVED" TO AQ-STATUS
037400         MOVE "APPROVE"  TO WS-APPR-EVENT
037500         MOVE "Y" TO APT-RELEASE-SW (WS-APQ-MATCH-IDX)
037600         ADD 1 TO WS-APPROVED-COUNT
037700     ELSE
037800         MOVE "REJECTED" TO AQ-STATUS
037900         MOVE "REJECT"   TO WS-APPR-EVENT
038000         ADD 1 TO WS-REJECTED-COUNT
038100     END-IF
038200     MOVE AT-CHECKER-ID  TO AQ-CHECKER-ID
038300     MOVE WS-RUN-DATE    TO AQ-DECIDED-DATE
038400     MOVE APQ-CSV-RECORD TO APT-ROW (WS-APQ-MATCH-IDX)
038500     EXIT.
038600
038700*****************************************************************
038800*  4000-REWRITE-QUEUE - FIRST APPEND EVERY DECIDED ITEM TO THE
038850*  APPROVAL HISTORY, THEN WRITE THE ITEMS STILL PENDING TO THE
038900*  WORK FILE IN LOADED ORDER AND ONLY ONCE IT IS COMPLETE AND
039000*  CLOSED COPY IT OVER THE LIVE QUEUE.  THE HISTORY GOES FIRST
039050*  SO NO DECIDED ROW IS EVER OFF BOTH FILES.
039100*****************************************************************
039200 4000-REWRITE-QUEUE.
039250     PERFORM 4200-ARCHIVE-DECIDED
039300     OPEN OUTPUT APPR-QUEUE-NEW-FILE
039400     IF WS-APRQNEW-FILE-STATUS NOT = "00"
039500         MOVE "OPEN OUTPUT APPR-QUEUE-NEW" TO WS-ABEND-CONTEXT
039600         PERFORM 9910-ABEND-APRQNEW-FILE
039700     END-IF
039800     PERFORM VARYING APT-IDX FROM 1 BY 1
039900             UNTIL APT-IDX > WS-APQ-COUNT
039950         MOVE APT-ROW (APT-IDX) TO APQ-CSV-RECORD
039960         IF AQ-STATUS-PENDING
040000             MOVE APQ-CSV-RECORD TO APPR-QUEUE-NEW-RECORD
040100             WRITE APPR-QUEUE-NEW-RECORD
040200             IF WS-APRQNEW-FILE-STATUS NOT = "00"
040300                 MOVE "WRITE APPR-QUEUE-NEW-RECORD"
040400                     TO WS-ABEND-CONTEXT
040500                 PERFORM 9910-ABEND-APRQNEW-FILE
040600             END-IF
040650         END-IF
040700     END-PERFORM
040800     CLOSE APPR-QUEUE-NEW-FILE
040900     IF WS-APRQNEW-FILE-STATUS NOT = "00"
041000         MOVE "CLOSE APPR-QUEUE-NEW-FILE" TO WS-ABEND-CONTEXT
041100         PERFORM 9910-ABEND-APRQNEW-FILE
041200     END-IF
041300     PERFORM 4100-SWAP-IN-NEW-QUEUE
041400     EXIT.
041500
041600*****************************************************************
041700*  4100-SWAP-IN-NEW-QUEUE - THE DECIDED QUEUE IS COMPLETE ON THE
041800*  WORK FILE; COPY IT OVER APPROVAL_QUEUE.CSV.  AN ABEND IN
041900*  HERE LEAVES DATA/APPROVAL_QUEUE_NEW.CSV INTACT FOR A MANUAL
042000*  RESTART (COPY IT OVER DATA/APPROVAL_QUEUE.CSV).
042100*****************************************************************
042200 4100-SWAP-IN-NEW-QUEUE.
042300     OPEN INPUT APPR-QUEUE-NEW-FILE
042400     IF WS-APRQNEW-FILE-STATUS NOT = "00"
042500         MOVE "OPEN INPUT APPR-QUEUE-NEW" TO WS-ABEND-CONTEXT
042600         PERFORM 9910-ABEND-APRQNEW-FILE
042700     END-IF
042800     OPEN OUTPUT APPR-QUEUE-FILE
042900     IF WS-APRQ-FILE-STATUS NOT = "00"
043000         MOVE "OPEN OUTPUT APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
043100         PERFORM 9900-ABEND-APRQ-FILE
043200     END-IF
043300     PERFORM 4110-COPY-NEW-QUEUE-ROW
043400         UNTIL WS-APRQNEW-EOF
043500     CLOSE APPR-QUEUE-NEW-FILE
043520     IF WS-APRQNEW-FILE-STATUS NOT = "00"
043540         MOVE "CLOSE APPR-QUEUE-NEW (SWAP)" TO WS-ABEND-CONTEXT
043560         PERFORM 9910-ABEND-APRQNEW-FILE
043580     END-IF
043600     CLOSE APPR-QUEUE-FILE
043700     IF WS-APRQ-FILE-STATUS NOT = "00"
043800         MOVE "CLOSE APPR-QUEUE-FILE (SWAP)" TO WS-ABEND-CONTEXT
043900         PERFORM 9900-ABEND-APRQ-FILE
044000     END-IF
044100     EXIT.
044200
044300 4110-COPY-NEW-QUEUE-ROW.
044400     READ APPR-QUEUE-NEW-FILE
044500         AT END
044600             MOVE "Y" TO WS-APRQNEW-EOF-SW
044700         NOT AT END
044800             MOVE APPR-QUEUE-NEW-RECORD TO APPR-QUEUE-RECORD
044900             WRITE APPR-QUEUE-RECORD
045000             IF WS-APRQ-FILE-STATUS NOT = "00"
045100                 MOVE "WRITE APPR-QUEUE-RECORD (SWAP)"
045200                     TO WS-ABEND-CONTEXT
045300                 PERFORM 9900-ABEND-APRQ-FILE
045400             END-IF
045500     END-READ
045600     EXIT.
045602
045604*****************************************************************
045606*  4200-ARCHIVE-DECIDED - APPEND EVERY ROW ON THE TABLE THAT IS
045608*  NO LONGER PENDING - DECIDED THIS RUN OR LEFT DECIDED ON THE
045610*  QUEUE BY AN EARLIER ONE - TO THE APPROVAL HISTORY.
045612*****************************************************************
045614 4200-ARCHIVE-DECIDED.
045616     OPEN EXTEND APPR-HIST-FILE
045618     IF WS-APRH-FILE-STATUS = "35"
045620         OPEN OUTPUT APPR-HIST-FILE
045622     END-IF
045624     IF WS-APRH-FILE-STATUS NOT = "00"
045626         MOVE "OPEN EXTEND APPR-HIST-FILE" TO WS-ABEND-CONTEXT
045628         PERFORM 9960-ABEND-APRH-FILE
045630     END-IF
045632     PERFORM VARYING APT-IDX FROM 1 BY 1
045634             UNTIL APT-IDX > WS-APQ-COUNT
045636         MOVE APT-ROW (APT-IDX) TO APQ-CSV-RECORD
045638         IF NOT AQ-STATUS-PENDING
045640             MOVE APQ-CSV-RECORD TO APPR-HIST-RECORD
045642             WRITE APPR-HIST-RECORD
045644             IF WS-APRH-FILE-STATUS NOT = "00"
045646                 MOVE "WRITE APPR-HIST-RECORD"
045648                     TO WS-ABEND-CONTEXT
045650                 PERFORM 9960-ABEND-APRH-FILE
045652             END-IF
045654             ADD 1 TO WS-ARCHIVED-COUNT
045656         END-IF
045658     END-PERFORM
045660     CLOSE APPR-HIST-FILE
045662     IF WS-APRH-FILE-STATUS NOT = "00"
045664         MOVE "CLOSE APPR-HIST-FILE" TO WS-ABEND-CONTEXT
045666         PERFORM 9960-ABEND-APRH-FILE
045668     END-IF
045670     EXIT.
045700
045800*****************************************************************
045900*  5000-RELEASE-APPROVED - ONLY ONCE THE DECISIONS ARE SAFELY ON
046000*  THE HISTORY AND THE QUEUE REWRITTEN, APPEND EACH ITEM
046100*  APPROVED THIS RUN TO THE FILE ITS ORIGIN CALLS FOR: A BATCH
046200*  ITEM TO THE APPROVED POSTINGS FOR BANKMAIN, A MAINTENANCE
046300*  ACTION TO THE APPROVED MAINTENANCE FOR BANKACCT.  BOTH ARE
046400*  APPENDED TO, NOT REWRITTEN, SO ITEMS NOT YET TAKEN ARE KEPT.
046500*****************************************************************
046600 5000-RELEASE-APPROVED.
046700     OPEN EXTEND APPR-POST-FILE
046800     IF WS-APOST-FILE-STATUS = "35"
046900         OPEN OUTPUT APPR-POST-FILE
047000     END-IF
047100     IF WS-APOST-FILE-STATUS NOT = "00"
047200         MOVE "OPEN EXTEND APPR-POST-FILE" TO WS-ABEND-CONTEXT
047300         PERFORM 9940-ABEND-APOST-FILE
047400     END-IF
047500     OPEN EXTEND APPR-MAINT-FILE
047600     IF WS-AMNT-FILE-STATUS = "35"
047700         OPEN OUTPUT APPR-MAINT-FILE
047800     END-IF
047900     IF WS-AMNT-FILE-STATUS NOT = "00"
048000         MOVE "OPEN EXTEND APPR-MAINT-FILE" TO WS-ABEND-CONTEXT
048100         PERFORM 9950-ABEND-AMNT-FILE
048200     END-IF
048300     PERFORM VARYING APT-IDX FROM 1 BY 1
048400             UNTIL APT-IDX > WS-APQ-COUNT
048500         IF APT-RELEASE (APT-IDX)
048600             MOVE APT-ROW (APT-IDX) TO APQ-CSV-RECORD
048700             IF AQ-ORIGIN-BATCH
048800                 MOVE AQ-ITEM-DATA TO APPR-POST-RECORD
048900                 WRITE APPR-POST-RECORD
049000                 IF WS-APOST-FILE-STATUS NOT = "00"
049100                     MOVE "WRITE APPR-POST-RECORD"
049200                         TO WS-ABEND-CONTEXT
049300                     PERFORM 9940-ABEND-APOST-FILE
049400                 END-IF
049500             ELSE
049600                 MOVE AQ-ITEM-DATA TO APPR-MAINT-RECORD
049700                 WRITE APPR-MAINT-RECORD
049800                 IF WS-AMNT-FILE-STATUS NOT = "00"
049900                     MOVE "WRITE APPR-MAINT-RECORD"
050000                         TO WS-ABEND-CONTEXT
050100                     PERFORM 9950-ABEND-AMNT-FILE
050200                 END-IF
050300             END-IF
050400             ADD 1 TO WS-RELEASED-COUNT
050500         END-IF
050600     END-PERFORM
050700     CLOSE APPR-POST-FILE
050800     IF WS-APOST-FILE-STATUS NOT = "00"
050900         MOVE "CLOSE APPR-POST-FILE" TO WS-ABEND-CONTEXT
051000         PERFORM 9940-ABEND-APOST-FILE
051100     END-IF
051200     CLOSE APPR-MAINT-FILE
051300     IF WS-AMNT-FILE-STATUS NOT = "00"
051400         MOVE "CLOSE APPR-MAINT-FILE" TO WS-ABEND-CONTEXT
051500         PERFORM 9950-ABEND-AMNT-FILE
051600     END-IF
051700     EXIT.
051800
051900*****************************************************************
052000*  6000-LOG-DECISION - ONE AUDIT RECORD ON THE RUN LOG FOR THE
052100*  ITEM JUST DECIDED (LAID OVER APQ-CSV-RECORD), CARRYING BOTH
052200*  THE MAKER AND THE CHECKER.
052300*****************************************************************
052400 6000-LOG-DECISION.
052500     MOVE SPACES TO WS-RUN-LOG-LINE
052600     STRING "BANKAPPR,"     DELIMITED BY SIZE
052700            WS-RUN-ID       DELIMITED BY SIZE
052800            ","             DELIMITED BY SIZE
052900            WS-APPR-EVENT   DELIMITED BY SPACE
053000            ",ITEM="        DELIMITED BY SIZE
053100            AQ-ITEM-ID      DELIMITED BY SIZE
053200            ",ACCT="        DELIMITED BY SIZE
053300            AQ-ACCOUNT-ID   DELIMITED BY SPACE
053400            ",AMOUNT="      DELIMITED BY SIZE
053500            AQ-AMOUNT       DELIMITED BY SIZE
053600            ",MAKER="       DELIMITED BY SIZE
053700            AQ-MAKER-ID     DELIMITED BY SPACE
053800            ",CHECKER="     DELIMITED BY SIZE
053900            AQ-CHECKER-ID   DELIMITED BY SPACE
054000         INTO WS-RUN-LOG-LINE
054100     END-STRING
054200     PERFORM 9700-WRITE-RUN-LOG
054300     DISPLAY AQ-STATUS " " AQ-ITEM-ID " " AQ-ACCOUNT-ID " "
054400             AQ-SUMMARY " MAKER " AQ-MAKER-ID
054500             " CHECKER " AQ-CHECKER-ID
054600     EXIT.
054700
054800*****************************************************************
054900*  6100-LOG-REFUSAL - ONE AUDIT RECORD ON THE RUN LOG FOR A
055000*  DECISION THAT WAS REFUSED, SO AN ATTEMPT TO APPROVE ONE'S
055100*  OWN ITEM LEAVES A TRACE EVEN THOUGH IT CHANGED NOTHING.
055200*****************************************************************
055300 6100-LOG-REFUSAL.
055400     MOVE SPACES TO WS-RUN-LOG-LINE
055500     STRING "BANKAPPR,"      DELIMITED BY SIZE
055600            WS-RUN-ID        DELIMITED BY SIZE
055700            ",REFUSED,ITEM=" DELIMITED BY SIZE
055800            AT-ITEM-ID       DELIMITED BY SIZE
055900            ",ACTION="       DELIMITED BY SIZE
056000            AT-ACTION        DELIMITED BY SPACE
056100            ",CHECKER="      DELIMITED BY SIZE
056200            AT-CHECKER-ID    DELIMITED BY SPACE
056300            ",REASON="       DELIMITED BY SIZE
056400            WS-REFUSE-REASON DELIMITED BY SIZE
056500         INTO WS-RUN-LOG-LINE
056600     END-STRING
056700     PERFORM 9700-WRITE-RUN-LOG
056800     EXIT.
056900
057000*****************************************************************
057100*  9000-TERMINATE - CLOSE THE DECISION FILE, REPORT THE RUN AND
057200*  LOG ITS END.  ANY REFUSED DECISION LEAVES A WARNING RETURN
057300*  CODE SO THE SCHEDULER CAN FLAG THE RUN FOR REVIEW.
057400*****************************************************************
057500 9000-TERMINATE.
057600     CLOSE APPR-TXN-FILE
057700     DISPLAY "Items approved        : " WS-APPROVED-COUNT
057800     DISPLAY "Items rejected        : " WS-REJECTED-COUNT
057900     DISPLAY "Items released        : " WS-RELEASED-COUNT
057950     DISPLAY "Items to history      : " WS-ARCHIVED-COUNT
058000     DISPLAY "Decisions refused     : " WS-REFUSED-COUNT
058100     DISPLAY "Approvals complete."
058200     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
058300     MOVE SPACES TO WS-RUN-LOG-LINE
058400     IF WS-REFUSED-COUNT > 0
058500         MOVE 4 TO RETURN-CODE
058600         STRING "BANKAPPR,"       DELIMITED BY SIZE
058700                WS-RUN-ID         DELIMITED BY SIZE
058800                ",END,APPROVED="  DELIMITED BY SIZE
058900                WS-APPROVED-COUNT DELIMITED BY SIZE
059000                ",REJECTED="      DELIMITED BY SIZE
059100                WS-REJECTED-COUNT DELIMITED BY SIZE
059200                ",RELEASED="      DELIMITED BY SIZE
059300                WS-RELEASED-COUNT DELIMITED BY SIZE
059400                ",REFUSED="       DELIMITED BY SIZE
059500                WS-REFUSED-COUNT  DELIMITED BY SIZE
059600                ",RC=04"          DELIMITED BY SIZE
059700                ",ENDED="         DELIMITED BY SIZE
059800                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
059900             INTO WS-RUN-LOG-LINE
060000         END-STRING
060100     ELSE
060200         STRING "BANKAPPR,"       DELIMITED BY SIZE
060300                WS-RUN-ID         DELIMITED BY SIZE
060400                ",END,APPROVED="  DELIMITED BY SIZE
060500                WS-APPROVED-COUNT DELIMITED BY SIZE
060600                ",REJECTED="      DELIMITED BY SIZE
060700                WS-REJECTED-COUNT DELIMITED BY SIZE
060800                ",RELEASED="      DELIMITED BY SIZE
060900                WS-RELEASED-COUNT DELIMITED BY SIZE
061000                ",REFUSED="       DELIMITED BY SIZE
061100                WS-REFUSED-COUNT  DELIMITED BY SIZE
061200                ",RC=00"          DELIMITED BY SIZE
061300                ",ENDED="         DELIMITED BY SIZE
061400                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
061500             INTO WS-RUN-LOG-LINE
061600         END-STRING
061700     END-IF
061800     PERFORM 9700-WRITE-RUN-LOG
061900     EXIT.
062000
062100*****************************************************************
062200*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
062300*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
062400*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
062500*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
062600*  THE RUN.
062700*****************************************************************
062800 9700-WRITE-RUN-LOG.
062900     OPEN EXTEND RUN-LOG-FILE
063000     IF WS-RUNLOG-FILE-STATUS = "35"
063100         OPEN OUTPUT RUN-LOG-FILE
063200     END-IF
063300     IF WS-RUNLOG-FILE-STATUS NOT = "00"
063400         DISPLAY "BANKAPPR: RUN LOG UNAVAILABLE, STATUS="
063500                 WS-RUNLOG-FILE-STATUS
063600     ELSE
063700         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
063800         WRITE RUN-LOG-RECORD
063900         IF WS-RUNLOG-FILE-STATUS NOT = "00"
064000             DISPLAY "BANKAPPR: RUN LOG WRITE FAILED, STATUS="
064100                     WS-RUNLOG-FILE-STATUS
064200         END-IF
064300         CLOSE RUN-LOG-FILE
064400     END-IF
064500     EXIT.
064600
064700*****************************************************************
064800*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
064900*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
065000*  PARAGRAPH BEFORE ITS STOP RUN.
065100*****************************************************************
065200 9800-LOG-ABEND.
065300     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
065400     MOVE SPACES TO WS-RUN-LOG-LINE
065500     STRING "BANKAPPR,"      DELIMITED BY SIZE
065600            WS-RUN-ID        DELIMITED BY SIZE
065700            ",ABEND,"        DELIMITED BY SIZE
065800            WS-ABEND-CONTEXT DELIMITED BY SIZE
065900            ",STATUS="       DELIMITED BY SIZE
066000            WS-ABEND-STATUS  DELIMITED BY SIZE
066100            ",RC=16"         DELIMITED BY SIZE
066200            ",ENDED="        DELIMITED BY SIZE
066300            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
066400         INTO WS-RUN-LOG-LINE
066500     END-STRING
066600     PERFORM 9700-WRITE-RUN-LOG
066700     EXIT.
066800
066900*****************************************************************
067000*  9900-ABEND-APRQ-FILE - THE APPROVALS QUEUE FAILED ON OPEN,
067100*  READ, WRITE OR CLOSE.  A HALF-REWRITTEN QUEUE WOULD LOSE HELD
067200*  ITEMS NOBODY THEN DECIDES, SO THE RUN STOPS.
067300*****************************************************************
067400 9900-ABEND-APRQ-FILE.
067500     DISPLAY "BANKAPPR: FATAL - APPR-QUEUE-FILE ERROR ON "
067600             WS-ABEND-CONTEXT
067700     DISPLAY "BANKAPPR: FILE STATUS=" WS-APRQ-FILE-STATUS
067800     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
067900     MOVE WS-APRQ-FILE-STATUS TO WS-ABEND-STATUS
068000     PERFORM 9800-LOG-ABEND
068100     MOVE 16 TO RETURN-CODE
068200     STOP RUN.
068300
068400*****************************************************************
068500*  9910-ABEND-APRQNEW-FILE - THE WORK COPY OF THE DECIDED QUEUE
068600*  FAILED ON OPEN, WRITE OR CLOSE.  APPROVAL_QUEUE.CSV HAS NOT
068700*  BEEN TOUCHED YET AND NOTHING HAS BEEN RELEASED, SO THE RUN
068800*  JUST STOPS AND CAN BE RERUN.  THE DECIDED ROWS ALREADY ON THE
068850*  APPROVAL HISTORY ARE APPENDED AGAIN BY THE RERUN.
068900*****************************************************************
069000 9910-ABEND-APRQNEW-FILE.
069100     DISPLAY "BANKAPPR: FATAL - APPR-QUEUE-NEW-FILE ERROR ON "
069200             WS-ABEND-CONTEXT
069300     DISPLAY "BANKAPPR: FILE STATUS=" WS-APRQNEW-FILE-STATUS
069400     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
069500     MOVE WS-APRQNEW-FILE-STATUS TO WS-ABEND-STATUS
069600     PERFORM 9800-LOG-ABEND
069700     MOVE 16 TO RETURN-CODE
069800     STOP RUN.
069900
070000*****************************************************************
070100*  9920-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
070200*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
070300*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
070400*  ADJACENT STORAGE.
070500*****************************************************************
070600 9920-ABEND-TABLE-OVERFLOW.
070700     DISPLAY "BANKAPPR: FATAL - TABLE CAPACITY EXCEEDED ON "
070800             WS-ABEND-CONTEXT
070900     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
071000     MOVE SPACES TO WS-ABEND-STATUS
071100     PERFORM 9800-LOG-ABEND
071200     MOVE 16 TO RETURN-CODE
071300     STOP RUN.
071400
071500*****************************************************************
071600*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
071700*  COULD NOT BE READ.  WITHOUT IT NO DECISION CAN BE DATED, SO
071800*  THE RUN STOPS.
071900*****************************************************************
072000 9930-ABEND-BUSDATE-FILE.
072100     DISPLAY "BANKAPPR: FATAL - BUS-DATE-FILE ERROR ON "
072200             WS-ABEND-CONTEXT
072300     DISPLAY "BANKAPPR: FILE STATUS=" WS-BDATE-FILE-STATUS
072400     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
072500     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
072600     PERFORM 9800-LOG-ABEND
072700     MOVE 16 TO RETURN-CODE
072800     STOP RUN.
072900
073000*****************************************************************
073100*  9940-ABEND-APOST-FILE - THE APPROVED POSTINGS FILE FAILED ON
073200*  OPEN, WRITE OR CLOSE AFTER THE QUEUE WAS REWRITTEN.  THE
073300*  DECISIONS STAND; OPERATIONS COPY THE ITEM DATA OF EACH BATCH
073400*  ITEM APPROVED TODAY FROM DATA/APPROVAL_HISTORY.CSV ONTO
073500*  DATA/APPROVED_POSTINGS.CSV BEFORE THE POSTING RUN.
073600*****************************************************************
073700 9940-ABEND-APOST-FILE.
073800     DISPLAY "BANKAPPR: FATAL - APPR-POST-FILE ERROR ON "
073900             WS-ABEND-CONTEXT
074000     DISPLAY "BANKAPPR: FILE STATUS=" WS-APOST-FILE-STATUS
074100     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
074200     MOVE WS-APOST-FILE-STATUS TO WS-ABEND-STATUS
074300     PERFORM 9800-LOG-ABEND
074400     MOVE 16 TO RETURN-CODE
074500     STOP RUN.
074600
074700*****************************************************************
074800*  9950-ABEND-AMNT-FILE - THE APPROVED MAINTENANCE FILE FAILED
074900*  ON OPEN, WRITE OR CLOSE AFTER THE QUEUE WAS REWRITTEN.  THE
075000*  DECISIONS STAND; OPERATIONS COPY THE ITEM DATA OF EACH
075100*  MAINTENANCE ACTION APPROVED TODAY FROM THE APPROVAL HISTORY
075200*  ONTO DATA/APPROVED_MAINT.CSV BEFORE THE NEXT BANKACCT RUN.
075300*****************************************************************
075400 9950-ABEND-AMNT-FILE.
075500     DISPLAY "BANKAPPR: FATAL - APPR-MAINT-FILE ERROR ON "
075600             WS-ABEND-CONTEXT
075700     DISPLAY "BANKAPPR: FILE STATUS=" WS-AMNT-FILE-STATUS
075800     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
075900     MOVE WS-AMNT-FILE-STATUS TO WS-ABEND-STATUS
076000     PERFORM 9800-LOG-ABEND
076100     MOVE 16 TO RETURN-CODE
076200     STOP RUN.
076210
076220*****************************************************************
076230*  9960-ABEND-APRH-FILE - THE APPROVAL HISTORY FAILED ON OPEN,
076240*  READ, WRITE OR CLOSE.  THE QUEUE HAS NOT BEEN REWRITTEN AND
076250*  NOTHING HAS BEEN RELEASED, SO THE RUN STOPS AND CAN BE RERUN;
076260*  ANY ROW ALREADY APPENDED IS APPENDED AGAIN BY THE RERUN, A
076270*  DUPLICATE THE READERS OF THE HISTORY TAKE IN THEIR STRIDE.
076280*****************************************************************
076290 9960-ABEND-APRH-FILE.
076300     DISPLAY "BANKAPPR: FATAL - APPR-HIST-FILE ERROR ON "
076310             WS-ABEND-CONTEXT
076320     DISPLAY "BANKAPPR: FILE STATUS=" WS-APRH-FILE-STATUS
076330     DISPLAY "BANKAPPR: RUN TERMINATED ABNORMALLY."
076340     MOVE WS-APRH-FILE-STATUS TO WS-ABEND-STATUS
076350     PERFORM 9800-LOG-ABEND
076360     MOVE 16 TO RETURN-CODE
076370     STOP RUN.
