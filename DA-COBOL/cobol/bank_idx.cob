000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKIDX.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  CONVERSION AND UNLOAD
001200*                    UTILITY FOR THE KEYED FILES.  THE ACCOUNTS
001300*                    MASTER IS HELD AS THE INDEXED FILE
001400*                    DATA/ACCOUNTS.IDX (ACCTIDX), MAINTAINED A
001500*                    RECORD AT A TIME BY BANKACCT AND BANKDORM,
001600*                    AND THE LIVE LEDGER IS INDEXED BY ACCOUNT
001700*                    AND TXN ID ON DATA/LEDGER.IDX (LEDGIDX) FOR
001800*                    BANKINQ.  THE FUNCTION KEYED AT STARTUP
001900*                    SAYS WHAT TO DO:
002000*                      LOAD   - ONE-TIME CONVERSION: BUILD
002100*                               ACCOUNTS.IDX FROM ACCOUNTS.CSV
002200*                               AND LEDGER.IDX FROM
002300*                               TRANSACTIONS.CSV.
002400*                      LEDGER - REBUILD LEDGER.IDX FROM
002500*                               TRANSACTIONS.CSV.  RUN AFTER
002600*                               EVERY BANKMAIN AND BANKARCH.
002700*                      UNLOAD - WRITE ACCOUNTS.CSV BACK OUT
002800*                               FROM ACCOUNTS.IDX FOR THE
002900*                               PROGRAMS THAT READ THE WHOLE
003000*                               BOOK.  RUN AFTER EVERY BANKACCT
003100*                               AND BANKDORM.
003200*                    EVERY EXECUTION IS WRITTEN TO
003300*                    DATA/RUN_CONTROL.LOG.
003320*  2026-10-15  DA    EVERY BATCH PROGRAM NOW READS ACCOUNTS.IDX,
003340*                    SO NOTHING IN THE CYCLE NEEDS ACCOUNTS.CSV
003360*                    REFRESHED; UNLOAD IS KEPT FOR A FLAT COPY
003380*                    OF THE MASTER ON DEMAND.
003382*  2026-10-15  DA    BANKMAIN AND BANKINT NOW WRITE EVERY ROW
003384*                    THEY POST TO LEDGER.IDX AND BANKARCH
003386*                    REBUILDS IT WITH THE LEDGER, SO LEDGER IS
003388*                    ONLY NEEDED FOR THE FIRST BUILD OR AFTER A
003390*                    LEDGER IS RESTORED; THE POSTING RUNS STOP
003392*                    IF THE INDEX IS OUT OF STEP.  THE CLOSE OF
003394*                    ACCOUNTS.IDX IS NOW CHECKED ON EVERY PATH.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ACCOUNT-FILE ASSIGN TO "data/accounts.csv"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ACCT-FILE-STATUS.
004100
004200     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AX-ACCOUNT-ID
004600         FILE STATUS IS WS-ACCTIDX-FILE-STATUS.
004700
004800     SELECT TXN-FILE ASSIGN TO "data/transactions.csv"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TXN-FILE-STATUS.
005100
005200     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS LX-KEY
005600         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
005900
006000     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600*****************************************************************
006700*  ACCOUNT-FILE - THE ACCOUNTS MASTER AS A CSV (ACCT-CSV-RECORD
006800*  IN ACCTREC).  READ BY LOAD, WRITTEN BY UNLOAD.
006900*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER OF RECORD (ACCTIDX).
007000*****************************************************************
007100 FD  ACCOUNT-FILE.
007200 01  ACCOUNT-RECORD             PIC X(80).
007300
007400 FD  ACCOUNT-IDX-FILE.
007500     COPY acctidx.
007600
007700*****************************************************************
007800*  TXN-FILE - THE LIVE LEDGER (TXN-CSV-RECORD IN TXNREC), THE
007900*  LEDGER OF RECORD.  ONLY EVER READ HERE.
008000*  LEDGER-IDX-FILE - THE KEYED INDEX OVER IT (LEDGIDX), BUILT
008100*  WHOLE EACH TIME.
008200*****************************************************************
008300 FD  TXN-FILE.
008400 01  TXN-RECORD                 PIC X(400).
008500
008600 FD  LEDGER-IDX-FILE.
008700     COPY ledgidx.
008800
008900 FD  RUN-LOG-FILE.
009000 01  RUN-LOG-RECORD             PIC X(130).
009100
009200 WORKING-STORAGE SECTION.
009300 01  WS-ACCT-FILE-STATUS        PIC XX.
009400 01  WS-ACCTIDX-FILE-STATUS     PIC XX.
009500 01  WS-TXN-FILE-STATUS         PIC XX.
009600 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
009700 01  WS-RUNLOG-FILE-STATUS      PIC XX.
009800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
009900
010000 01  WS-ACCT-EOF-SW             PIC X       VALUE "N".
010100     88  WS-ACCT-EOF                        VALUE "Y".
010200 01  WS-ACCTIDX-EOF-SW          PIC X       VALUE "N".
010300     88  WS-ACCTIDX-EOF                     VALUE "Y".
010400 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
010500     88  WS-TXN-EOF                         VALUE "Y".
010600
010700*****************************************************************
010800*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
010900*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
011000*  THE RUN LOG.
011100*****************************************************************
011200 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
011300 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
011400 01  WS-SYSTEM-DATE-RL.
011500     05  SYSRL-YYYY             PIC 9(4).
011600     05  SYSRL-MM               PIC 9(2).
011700     05  SYSRL-DD               PIC 9(2).
011800 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
011900 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
012000 01  WS-END-RC                  PIC XX      VALUE "00".
012100
012200     COPY txnrec.
012300
012400*****************************************************************
012500*  WS-FUNCTION - WHAT THIS EXECUTION DOES, AS KEYED.
012600*****************************************************************
012700 01  WS-FUNCTION                PIC X(8)    VALUE SPACES.
012800     88  WS-FUNC-LOAD                       VALUE "LOAD".
012900     88  WS-FUNC-LEDGER                     VALUE "LEDGER".
013000     88  WS-FUNC-UNLOAD                     VALUE "UNLOAD".
013100
013200 01  WS-ACCT-COUNT              PIC 9(7)    VALUE 0.
013300 01  WS-LEDGER-COUNT            PIC 9(7)    VALUE 0.
013400
013500 PROCEDURE DIVISION.
013600*****************************************************************
013700*  0000-MAINLINE
013800*****************************************************************
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100     IF WS-FUNC-LOAD
014200         PERFORM 2000-LOAD-ACCOUNTS
014300         IF WS-END-RC = "00"
014400             PERFORM 3000-LOAD-LEDGER
014500         END-IF
014600     ELSE
014700         IF WS-FUNC-LEDGER
014800             PERFORM 3000-LOAD-LEDGER
014900         ELSE
015000             IF WS-FUNC-UNLOAD
015100                 PERFORM 4000-UNLOAD-ACCOUNTS
015200             ELSE
015300                 DISPLAY "BANKIDX: UNKNOWN FUNCTION "
015400                         WS-FUNCTION
015500                         " - EXPECTED LOAD, LEDGER OR UNLOAD"
015600                 MOVE "08" TO WS-END-RC
015700             END-IF
015800         END-IF
015900     END-IF
016000     PERFORM 9000-TERMINATE
016100     STOP RUN.
016200
016300*****************************************************************
016400*  1000-INITIALIZE - LOG THE START AND TAKE THE FUNCTION.
016500*****************************************************************
016600 1000-INITIALIZE.
016700     PERFORM 1060-STAMP-RUN-ID
016800     DISPLAY "ENTER FUNCTION (LOAD, LEDGER OR UNLOAD):"
016900     ACCEPT WS-FUNCTION
017000     EXIT.
017100
017200*****************************************************************
017300*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
017400*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
017500*****************************************************************
017600 1060-STAMP-RUN-ID.
017700     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
017800     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
017900     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
018000            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
018100         INTO WS-RUN-ID
018200     END-STRING
018300     MOVE SPACES TO WS-RUN-LOG-LINE
018400     STRING "BANKIDX,"   DELIMITED BY SIZE
018500            WS-RUN-ID    DELIMITED BY SIZE
018600            ",START"     DELIMITED BY SIZE
018700         INTO WS-RUN-LOG-LINE
018800     END-STRING
018900     PERFORM 9700-WRITE-RUN-LOG
019000     EXIT.
019100
019200*****************************************************************
019300*  2000-LOAD-ACCOUNTS - BUILD ACCOUNTS.IDX FROM ACCOUNTS.CSV.
019400*  ONCE BUILT, ACCOUNTS.IDX IS THE MASTER OF RECORD AND THE CSV
019500*  ONLY ITS COPY, SO A LOAD OVER AN EXISTING ACCOUNTS.IDX COULD
019600*  THROW AWAY MAINTENANCE NOT YET UNLOADED.  IT IS REFUSED WITH
019700*  A WARNING RETURN CODE AND NOTHING IS TOUCHED; TO REBUILD THE
019800*  MASTER FROM THE CSV ON PURPOSE, REMOVE ACCOUNTS.IDX FIRST.
019900*  TWO ROWS FOR ONE ACCOUNT ID ARE AN ABEND - A KEYED MASTER
020000*  CANNOT HOLD BOTH AND NEITHER MAY BE SILENTLY DROPPED.
020100*****************************************************************
020200 2000-LOAD-ACCOUNTS.
020300     OPEN INPUT ACCOUNT-IDX-FILE
020400     IF WS-ACCTIDX-FILE-STATUS = "00"
020500         CLOSE ACCOUNT-IDX-FILE
020520         IF WS-ACCTIDX-FILE-STATUS NOT = "00"
020540             MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
020560             PERFORM 9910-ABEND-ACCTIDX-FILE
020580         END-IF
020600         DISPLAY "BANKIDX: DATA/ACCOUNTS.IDX ALREADY BUILT - "
020700                 "LOAD REFUSED, NOTHING CHANGED"
020800         MOVE "08" TO WS-END-RC
020900     ELSE
021000         IF WS-ACCTIDX-FILE-STATUS NOT = "35"
021100             MOVE "OPEN INPUT ACCOUNT-IDX-FILE"
021200                 TO WS-ABEND-CONTEXT
021300             PERFORM 9910-ABEND-ACCTIDX-FILE
021400         END-IF
021500         OPEN INPUT ACCOUNT-FILE
021600         IF WS-ACCT-FILE-STATUS NOT = "00"
021700             MOVE "OPEN INPUT ACCOUNT-FILE" TO WS-ABEND-CONTEXT
021800             PERFORM 9900-ABEND-ACCOUNT-FILE
021900         END-IF
022000         OPEN OUTPUT ACCOUNT-IDX-FILE
022100         IF WS-ACCTIDX-FILE-STATUS NOT = "00"
022200             MOVE "OPEN OUTPUT ACCOUNT-IDX-FILE"
022300                 TO WS-ABEND-CONTEXT
022400             PERFORM 9910-ABEND-ACCTIDX-FILE
022500         END-IF
022600         PERFORM 2100-LOAD-ACCOUNT
022700             UNTIL WS-ACCT-EOF
022800         CLOSE ACCOUNT-FILE
022900         CLOSE ACCOUNT-IDX-FILE
023000         IF WS-ACCTIDX-FILE-STATUS NOT = "00"
023100             MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
023200             PERFORM 9910-ABEND-ACCTIDX-FILE
023300         END-IF
023400         DISPLAY "Accounts loaded       : " WS-ACCT-COUNT
023500     END-IF
023600     EXIT.
023700
023800 2100-LOAD-ACCOUNT.
023900     READ ACCOUNT-FILE
024000         AT END
024100             MOVE "Y" TO WS-ACCT-EOF-SW
024200         NOT AT END
024300             IF ACCOUNT-RECORD NOT = SPACES
024400                 MOVE ACCOUNT-RECORD TO ACCOUNT-IDX-RECORD
024500                 WRITE ACCOUNT-IDX-RECORD
024600                 IF WS-ACCTIDX-FILE-STATUS = "22"
024700                     DISPLAY "BANKIDX: ACCOUNT " AX-ACCOUNT-ID
024800                             " IS ON ACCOUNTS.CSV TWICE"
024900                     MOVE "WRITE ACCOUNT-IDX (DUP ID)"
025000                         TO WS-ABEND-CONTEXT
025100                     PERFORM 9910-ABEND-ACCTIDX-FILE
025200                 END-IF
025300                 IF WS-ACCTIDX-FILE-STATUS NOT = "00"
025400                     MOVE "WRITE ACCOUNT-IDX-RECORD"
025500                         TO WS-ABEND-CONTEXT
025600                     PERFORM 9910-ABEND-ACCTIDX-FILE
025700                 END-IF
025800                 ADD 1 TO WS-ACCT-COUNT
025900             END-IF
026000     END-READ
026100     EXIT.
026200
026300*****************************************************************
026400*  3000-LOAD-LEDGER - REBUILD LEDGER.IDX WHOLE FROM THE LIVE
026500*  LEDGER.  STATUS "35" ON THE LEDGER MEANS NOTHING HAS EVER
026600*  POSTED: AN EMPTY INDEX IS BUILT SO AN INQUIRY STILL FINDS
026700*  ONE.  A STATUS "02" ON A WRITE ONLY SAYS THE ROW'S TXN ID IS
026800*  ALREADY ON THE ALTERNATE KEY (A CARRY-FWD ROW), WHICH IS
026900*  ALLOWED; TWO ROWS FOR THE SAME ACCOUNT AND TXN ID ARE A
027000*  DAMAGED LEDGER AND AN ABEND.
027100*****************************************************************
027200 3000-LOAD-LEDGER.
027300     OPEN OUTPUT LEDGER-IDX-FILE
027400     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
027500         MOVE "OPEN OUTPUT LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
027600         PERFORM 9930-ABEND-LEDGIDX-FILE
027700     END-IF
027800     OPEN INPUT TXN-FILE
027900     IF WS-TXN-FILE-STATUS = "00"
028000         PERFORM 3100-LOAD-LEDGER-ROW
028100             UNTIL WS-TXN-EOF
028200         CLOSE TXN-FILE
028300     ELSE
028400         IF WS-TXN-FILE-STATUS = "35"
028500             DISPLAY "BANKIDX: NO LEDGER YET - EMPTY "
028600                     "LEDGER.IDX BUILT"
028700         ELSE
028800             MOVE "OPEN INPUT TXN-FILE" TO WS-ABEND-CONTEXT
028900             PERFORM 9920-ABEND-TXN-FILE
029000         END-IF
029100     END-IF
029200     CLOSE LEDGER-IDX-FILE
029300     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
029400         MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
029500         PERFORM 9930-ABEND-LEDGIDX-FILE
029600     END-IF
029700     DISPLAY "Ledger rows indexed   : " WS-LEDGER-COUNT
029800     EXIT.
029900
030000 3100-LOAD-LEDGER-ROW.
030100     READ TXN-FILE
030200         AT END
030300             MOVE "Y" TO WS-TXN-EOF-SW
030400         NOT AT END
030500             IF TXN-RECORD NOT = SPACES
030600                 MOVE TXN-RECORD     TO TXN-CSV-RECORD
030700                 MOVE F-ACCOUNT-ID   TO LX-ACCOUNT-ID
030800                 MOVE F-TXN-ID       TO LX-TXN-ID
030900                 MOVE TXN-CSV-RECORD TO LX-TXN-ROW
031000                 WRITE LEDGER-IDX-RECORD
031100                 IF WS-LEDGIDX-FILE-STATUS = "22"
031200                     DISPLAY "BANKIDX: TXN " F-TXN-ID
031300                             " FOR ACCOUNT " F-ACCOUNT-ID
031400                             " IS ON THE LEDGER TWICE"
031500                     MOVE "WRITE LEDGER-IDX (DUP KEY)"
031600                         TO WS-ABEND-CONTEXT
031700                     PERFORM 9930-ABEND-LEDGIDX-FILE
031800                 END-IF
031900                 IF WS-LEDGIDX-FILE-STATUS NOT = "00"
032000                    AND WS-LEDGIDX-FILE-STATUS NOT = "02"
032100                     MOVE "WRITE LEDGER-IDX-RECORD"
032200                         TO WS-ABEND-CONTEXT
032300                     PERFORM 9930-ABEND-LEDGIDX-FILE
032400                 END-IF
032500                 ADD 1 TO WS-LEDGER-COUNT
032600             END-IF
032700     END-READ
032800     EXIT.
032900
033000*****************************************************************
033100*  4000-UNLOAD-ACCOUNTS - WRITE ACCOUNTS.CSV FROM THE MASTER OF
033200*  RECORD, IN ACCOUNT ID ORDER, IN THE ACCTREC LAYOUT IT HAS
033300*  ALWAYS HAD.  THE CSV IS WRITTEN STRAIGHT OVER: AN
033400*  ABEND PART WAY LEAVES ACCOUNTS.IDX UNTOUCHED, AND A RERUN OF
033500*  THE UNLOAD WRITES THE WHOLE CSV AGAIN.  NO ACCOUNTS.IDX IS
033600*  AN ABEND - THE CONVERSION (LOAD) HAS NOT BEEN RUN.
033700*****************************************************************
033800 4000-UNLOAD-ACCOUNTS.
033900     OPEN INPUT ACCOUNT-IDX-FILE
034000     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
034100         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
034200         PERFORM 9910-ABEND-ACCTIDX-FILE
034300     END-IF
034400     OPEN OUTPUT ACCOUNT-FILE
034500     IF WS-ACCT-FILE-STATUS NOT = "00"
034600         MOVE "OPEN OUTPUT ACCOUNT-FILE" TO WS-ABEND-CONTEXT
034700         PERFORM 9900-ABEND-ACCOUNT-FILE
034800     END-IF
034900     PERFORM 4100-UNLOAD-ACCOUNT
035000         UNTIL WS-ACCTIDX-EOF
035100     CLOSE ACCOUNT-IDX-FILE
035120     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
035140         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
035160         PERFORM 9910-ABEND-ACCTIDX-FILE
035180     END-IF
035200     CLOSE ACCOUNT-FILE
035300     IF WS-ACCT-FILE-STATUS NOT = "00"
035400         MOVE "CLOSE ACCOUNT-FILE" TO WS-ABEND-CONTEXT
035500         PERFORM 9900-ABEND-ACCOUNT-FILE
035600     END-IF
035700     DISPLAY "Accounts unloaded     : " WS-ACCT-COUNT
035800     EXIT.
035900
036000 4100-UNLOAD-ACCOUNT.
036100     READ ACCOUNT-IDX-FILE NEXT RECORD
036200         AT END
036300             MOVE "Y" TO WS-ACCTIDX-EOF-SW
036400         NOT AT END
036500             MOVE ACCOUNT-IDX-RECORD TO ACCOUNT-RECORD
036600             WRITE ACCOUNT-RECORD
036700             IF WS-ACCT-FILE-STATUS NOT = "00"
036800                 MOVE "WRITE ACCOUNT-RECORD" TO WS-ABEND-CONTEXT
036900                 PERFORM 9900-ABEND-ACCOUNT-FILE
037000             END-IF
037100             ADD 1 TO WS-ACCT-COUNT
037200     END-READ
037300     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
037400        AND WS-ACCTIDX-FILE-STATUS NOT = "10"
037500         MOVE "READ NEXT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
037600         PERFORM 9910-ABEND-ACCTIDX-FILE
037700     END-IF
037800     EXIT.
037900
038000*****************************************************************
038100*  9000-TERMINATE - REPORT AND LOG THE RUN.  A REFUSED LOAD OR
038200*  AN UNKNOWN FUNCTION LEAVES A WARNING RETURN CODE.
038300*****************************************************************
038400 9000-TERMINATE.
038500     DISPLAY "Keyed file utility complete."
038600     IF WS-END-RC NOT = "00"
038700         MOVE 8 TO RETURN-CODE
038800     END-IF
038900     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
039000     MOVE SPACES TO WS-RUN-LOG-LINE
039100     STRING "BANKIDX,"       DELIMITED BY SIZE
039200            WS-RUN-ID        DELIMITED BY SIZE
039300            ",END,FUNCTION=" DELIMITED BY SIZE
039400            WS-FUNCTION      DELIMITED BY SPACE
039500            ",ACCOUNTS="     DELIMITED BY SIZE
039600            WS-ACCT-COUNT    DELIMITED BY SIZE
039700            ",LEDGER="       DELIMITED BY SIZE
039800            WS-LEDGER-COUNT  DELIMITED BY SIZE
039900            ",RC="           DELIMITED BY SIZE
040000            WS-END-RC        DELIMITED BY SIZE
040100            ",ENDED="        DELIMITED BY SIZE
040200            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
040300         INTO WS-RUN-LOG-LINE
040400     END-STRING
040500     PERFORM 9700-WRITE-RUN-LOG
040600     EXIT.
040700
040800*****************************************************************
040900*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
041000*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
041100*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
041200*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
041300*  THE RUN.
041400*****************************************************************
041500 9700-WRITE-RUN-LOG.
041600     OPEN EXTEND RUN-LOG-FILE
041700     IF WS-RUNLOG-FILE-STATUS = "35"
041800         OPEN OUTPUT RUN-LOG-FILE
041900     END-IF
042000     IF WS-RUNLOG-FILE-STATUS NOT = "00"
042100         DISPLAY "BANKIDX: RUN LOG UNAVAILABLE, STATUS="
042200                 WS-RUNLOG-FILE-STATUS
042300     ELSE
042400         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
042500         WRITE RUN-LOG-RECORD
042600         IF WS-RUNLOG-FILE-STATUS NOT = "00"
042700             DISPLAY "BANKIDX: RUN LOG WRITE FAILED, STATUS="
042800                     WS-RUNLOG-FILE-STATUS
042900         END-IF
043000         CLOSE RUN-LOG-FILE
043100     END-IF
043200     EXIT.
043300
043400*****************************************************************
043500*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
043600*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
043700*  PARAGRAPH BEFORE ITS STOP RUN.
043800*****************************************************************
043900 9800-LOG-ABEND.
044000     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
044100     MOVE SPACES TO WS-RUN-LOG-LINE
044200     STRING "BANKIDX,"       DELIMITED BY SIZE
044300            WS-RUN-ID        DELIMITED BY SIZE
044400            ",ABEND,"        DELIMITED BY SIZE
044500            WS-ABEND-CONTEXT DELIMITED BY SIZE
044600            ",STATUS="       DELIMITED BY SIZE
044700            WS-ABEND-STATUS  DELIMITED BY SIZE
044800            ",RC=16"         DELIMITED BY SIZE
044900            ",ENDED="        DELIMITED BY SIZE
045000            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
045100         INTO WS-RUN-LOG-LINE
045200     END-STRING
045300     PERFORM 9700-WRITE-RUN-LOG
045400     EXIT.
045500
045600*****************************************************************
045700*  9900-ABEND-ACCOUNT-FILE - ACCOUNTS.CSV FAILED ON OPEN, READ,
045800*  WRITE OR CLOSE.  ON A LOAD ACCOUNTS.IDX IS INCOMPLETE AND
045900*  MUST BE REMOVED BEFORE THE LOAD IS RERUN; ON AN UNLOAD A
046000*  RERUN WRITES THE CSV AFRESH.
046100*****************************************************************
046200 9900-ABEND-ACCOUNT-FILE.
046300     DISPLAY "BANKIDX: FATAL - ACCOUNT-FILE ERROR ON "
046400             WS-ABEND-CONTEXT
046500     DISPLAY "BANKIDX: FILE STATUS=" WS-ACCT-FILE-STATUS
046600     DISPLAY "BANKIDX: RUN TERMINATED ABNORMALLY."
046700     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
046800     PERFORM 9800-LOG-ABEND
046900     MOVE 16 TO RETURN-CODE
047000     STOP RUN.
047100
047200*****************************************************************
047300*  9910-ABEND-ACCTIDX-FILE - ACCOUNTS.IDX FAILED ON OPEN, READ,
047400*  WRITE OR CLOSE, OR ACCOUNTS.CSV CARRIES AN ACCOUNT ID TWICE.
047500*  A LOAD THAT STOPS HERE LEAVES A PART-BUILT ACCOUNTS.IDX,
047600*  WHICH MUST BE REMOVED BEFORE THE LOAD IS RERUN.
047700*****************************************************************
047800 9910-ABEND-ACCTIDX-FILE.
047900     DISPLAY "BANKIDX: FATAL - ACCOUNT-IDX-FILE ERROR ON "
048000             WS-ABEND-CONTEXT
048100     DISPLAY "BANKIDX: FILE STATUS=" WS-ACCTIDX-FILE-STATUS
048200     DISPLAY "BANKIDX: RUN TERMINATED ABNORMALLY."
048300     MOVE WS-ACCTIDX-FILE-STATUS TO WS-ABEND-STATUS
048400     PERFORM 9800-LOG-ABEND
048500     MOVE 16 TO RETURN-CODE
048600     STOP RUN.
048700
048800*****************************************************************
048900*  9920-ABEND-TXN-FILE - THE LIVE LEDGER COULD NOT BE READ.
049000*  LEDGER.IDX IS INCOMPLETE; A RERUN OF THE LEDGER FUNCTION
049100*  REBUILDS IT WHOLE.
049200*****************************************************************
049300 9920-ABEND-TXN-FILE.
049400     DISPLAY "BANKIDX: FATAL - TXN-FILE ERROR ON "
049500             WS-ABEND-CONTEXT
049600     DISPLAY "BANKIDX: FILE STATUS=" WS-TXN-FILE-STATUS
049700     DISPLAY "BANKIDX: RUN TERMINATED ABNORMALLY."
049800     MOVE WS-TXN-FILE-STATUS TO WS-ABEND-STATUS
049900     PERFORM 9800-LOG-ABEND
050000     MOVE 16 TO RETURN-CODE
050100     STOP RUN.
050200
050300*****************************************************************
050400*  9930-ABEND-LEDGIDX-FILE - LEDGER.IDX FAILED ON OPEN, WRITE
050500*  OR CLOSE, OR THE LEDGER CARRIES ONE ACCOUNT'S TXN ID TWICE.
050600*  A RERUN OF THE LEDGER FUNCTION REBUILDS IT WHOLE.
050700*****************************************************************
050800 9930-ABEND-LEDGIDX-FILE.
050900     DISPLAY "BANKIDX: FATAL - LEDGER-IDX-FILE ERROR ON "
051000             WS-ABEND-CONTEXT
051100     DISPLAY "BANKIDX: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
051200     DISPLAY "BANKIDX: RUN TERMINATED ABNORMALLY."
051300     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
051400     PERFORM 9800-LOG-ABEND
051500     MOVE 16 TO RETURN-CODE
051600     STOP RUN.
