002000*                    WENT).  STRICTLY READ-ONLY - EVERY FILE IS
002100*                    OPENED INPUT - SO IT IS SAFE TO RUN AT ANY
002200*                    TIME OF DAY, BATCH OR NO BATCH.
002233*  2026-10-15  DA    STATUS FIELD WIDENED TO SEVEN TO TAKE THE
002266*                    DORMANT STATUS BANKDORM SETS.
002269*  2026-10-15  DA    KEYED ACCESS: THE ACCOUNT IS READ BY ITS ID
002272*                    FROM THE INDEXED MASTER DATA/ACCOUNTS.IDX,
002275*                    AND ONLY ITS OWN ROWS ARE READ FROM THE
002278*                    LEDGER INDEX DATA/LEDGER.IDX (BOTH BUILT BY
002281*                    BANKIDX); A REF-ID IS RESOLVED BY READING
002284*                    THE ROW IT NAMES ON THE TXN ID KEY.  THE
002287*                    WHOLE-LEDGER REPLAY AND ITS HISTORY TABLE,
002290*                    WITH ITS CAPACITY ABEND, ARE GONE.
002291*  2026-10-15  DA    EVERY OPEN, START, READ AND CLOSE OF THE
002292*                    INDEXES IS STATUS-CHECKED, SO A LEDGER INDEX
002293*                    ERROR STOPS THE RUN INSTEAD OF LOOPING.  THE
002294*                    LEDGER INDEX IS NOW KEPT CURRENT BY EVERY RUN
002295*                    THAT WRITES THE LEDGER (BANKMAIN, BANKINT AND
002296*                    BANKARCH), SO AN INQUIRY SHOWS WHAT HAS
002297*                    POSTED SO FAR; AN INDEX THAT LAGS THE LAST
002298*                    END-OF-DAY SNAPSHOT IS WARNED OF WITH RC 4.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002657     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
002714         ORGANIZATION IS INDEXED
002771         ACCESS MODE IS RANDOM
002828         RECORD KEY IS AX-ACCOUNT-ID
002885         FILE STATUS IS WS-ACCT-FILE-STATUS.
002942
002999     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
003056         ORGANIZATION IS INDEXED
003113         ACCESS MODE IS DYNAMIC
003170         RECORD KEY IS LX-KEY
003227         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
003284             WITH DUPLICATES
003341         FILE STATUS IS WS-TXN-FILE-STATUS.
003350
003355     SELECT EOD-FILE ASSIGN TO "data/eod_position.csv"
003369         ORGANIZATION IS LINE SEQUENTIAL
003383         FILE STATUS IS WS-EOD-FILE-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003650*****************************************************************
003700*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
003750*  (ACCTIDX).  LEDGER-IDX-FILE - THE LIVE LEDGER, KEYED BY
003800*  ACCOUNT AND TXN ID, WITH THE TXN ID ALONE AS AN ALTERNATE
003850*  KEY (LEDGIDX).  EOD-FILE - THE LAST END-OF-DAY POSITION
003860*  SNAPSHOT (EODREC), READ FOR ITS HEADER ONLY.
003900*****************************************************************
003950 FD  ACCOUNT-IDX-FILE.
004000     COPY acctidx.
004050
004100 FD  LEDGER-IDX-FILE.
004150     COPY ledgidx.
004155
004166 FD  EOD-FILE.
004182 01  EOD-RECORD                 PIC X(60).
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-ACCT-FILE-STATUS        PIC XX.
004500 01  WS-TXN-FILE-STATUS         PIC XX.
004550 01  WS-EOD-FILE-STATUS         PIC XX.
004600 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
004700
005000 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
005100     88  WS-TXN-EOF                         VALUE "Y".
005110 01  WS-TXN-OPEN-SW             PIC X       VALUE "N".
005400         BY ==WS-ACCT-LINE==.
005500
005600     COPY txnrec.
005620
005640     COPY eodrec.
005700
005800*****************************************************************
005900*  INQUIRY TARGET - THE ACCOUNT ID KEYED BY THE TELLER AND THE
006300 01  WS-INQ-FOUND-SW            PIC X       VALUE "N".
006400     88  WS-INQ-FOUND                       VALUE "Y".
006500 01  WS-INQ-CLIENT-NAME         PIC X(30)   VALUE SPACES.
006600 01  WS-INQ-STATUS              PIC X(7)    VALUE SPACES.
006700 01  WS-INQ-CUSTOMER-ID         PIC X(8)    VALUE SPACES.
006800 01  WS-INQ-BALANCE             PIC S9(7)V99 VALUE 0.
006900 01  WS-INQ-TXN-SEEN            PIC 9(6)    VALUE 0.
007400*****************************************************************
007500 01  WS-INQ-LAST-N              PIC 9(2)    VALUE 10.
007600
007770*****************************************************************
007940*  REFERENCE LOOKUP SWITCHES - A REF-ID IS RESOLVED BY READING
008110*  THE LEDGER INDEX ON THE TXN ID KEY, PASSING OVER ANY
008280*  CARRY-FWD PLACEHOLDER THAT REUSES THE SAME ID.
008450*****************************************************************
008620 01  WS-REF-FOUND-SW            PIC X       VALUE "N".
008790     88  WS-REF-FOUND                       VALUE "Y".
008960 01  WS-REF-DONE-SW             PIC X       VALUE "N".
009130     88  WS-REF-DONE                        VALUE "Y".
009300
009400*****************************************************************
009500*  LAST-TRANSACTIONS TABLE - A SLIDING WINDOW OF THE TARGET
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE
013000     IF WS-INQ-FOUND
013100         PERFORM 2000-READ-ACCOUNT-ROWS
013200             UNTIL WS-TXN-EOF
013300         PERFORM 3000-PRINT-SNAPSHOT
013400     END-IF
013500     PERFORM 9000-TERMINATE
013600     STOP RUN.
013700
013766*****************************************************************
013832*  1000-INITIALIZE - TAKE THE ACCOUNT ID, READ IT FROM THE
013898*  MASTER, AND POSITION THE LEDGER INDEX AT ITS FIRST ROW.  NO
013931*  LEDGER INDEX (STATUS 35) MEANS NO HISTORY; ANY OTHER OPEN
013947*  FAILURE STOPS THE RUN.  AN ID THAT IS NOT ON THE
014100*  MASTER ENDS THE INQUIRY WITH A WARNING RETURN CODE - THERE
014200*  IS NOTHING TO SNAPSHOT.
014300*****************************************************************
014400 1000-INITIALIZE.
014500     DISPLAY "ENTER ACCOUNT ID:"
015000                 " NOT ON MASTER"
015100         MOVE 8 TO RETURN-CODE
015200     ELSE
015300         OPEN INPUT LEDGER-IDX-FILE
015400         IF WS-TXN-FILE-STATUS NOT = "00"
015410             IF WS-TXN-FILE-STATUS NOT = "35"
015420                 MOVE "OPEN INPUT LEDGER-IDX-FILE"
015430                     TO WS-ABEND-CONTEXT
015440                 PERFORM 9910-ABEND-LEDGER-IDX-FILE
015450             END-IF
015500             DISPLAY "BANKINQ: NO LEDGER HISTORY, STATUS="
015600                     WS-TXN-FILE-STATUS
015700             MOVE "Y" TO WS-TXN-EOF-SW
015710         ELSE
015720             MOVE "Y" TO WS-TXN-OPEN-SW
015740             PERFORM 1300-CHECK-LEDGER-CURRENT
015760             PERFORM 1200-POSITION-LEDGER
015800         END-IF
015900     END-IF
016000     EXIT.
016100
016173*****************************************************************
016246*  1100-FIND-MASTER-ROW - READ THE TARGET ID FROM THE ACCOUNTS
016319*  MASTER BY KEY.  THE OPENING BALANCE SEEDS THE CURRENT
016392*  BALANCE THE SAME WAY THE POSTING RUN SEEDS IT - THE
016465*  ACCOUNT'S LEDGER ROWS REPLACE IT WHEREVER HISTORY EXISTS.
016538*****************************************************************
016611 1100-FIND-MASTER-ROW.
016684     OPEN INPUT ACCOUNT-IDX-FILE
016757     IF WS-ACCT-FILE-STATUS NOT = "00"
016830         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
016903         PERFORM 9900-ABEND-ACCOUNT-FILE
016976     END-IF
017049     MOVE WS-INQ-ACCOUNT-ID TO AX-ACCOUNT-ID
017122     READ ACCOUNT-IDX-FILE
017195         INVALID KEY
017268             MOVE "N" TO WS-INQ-FOUND-SW
017341         NOT INVALID KEY
017414             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
017487             MOVE "Y" TO WS-INQ-FOUND-SW
017560             MOVE A-CLIENT-NAME  TO WS-INQ-CLIENT-NAME
017633             MOVE A-CUSTOMER-ID  TO WS-INQ-CUSTOMER-ID
017706             MOVE A-OPEN-BALANCE TO WS-INQ-BALANCE
017779             IF A-STATUS = SPACES
017852                 MOVE "ACTIVE" TO WS-INQ-STATUS
017925             ELSE
017998                 MOVE A-STATUS TO WS-INQ-STATUS
018071             END-IF
018144     END-READ
018217     IF WS-ACCT-FILE-STATUS NOT = "00"
018290        AND WS-ACCT-FILE-STATUS NOT = "23"
018363         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
018436         PERFORM 9900-ABEND-ACCOUNT-FILE
018509     END-IF
018582     CLOSE ACCOUNT-IDX-FILE
018600     IF WS-ACCT-FILE-STATUS NOT = "00"
018610         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
018620         PERFORM 9900-ABEND-ACCOUNT-FILE
018630     END-IF
018655     EXIT.
018728
018801*****************************************************************
018874*  1200-POSITION-LEDGER - START THE LEDGER INDEX AT THE TARGET
018947*  ACCOUNT WITH A ZERO TXN ID, SO THE FIRST READ NEXT RETURNS
019020*  ITS EARLIEST ROW.  NOTHING AT OR AFTER THAT KEY MEANS NO
019093*  HISTORY.
019166*****************************************************************
019239 1200-POSITION-LEDGER.
019312     MOVE WS-INQ-ACCOUNT-ID TO LX-ACCOUNT-ID
019385     MOVE 0                 TO LX-TXN-ID
019458     START LEDGER-IDX-FILE
019531         KEY IS NOT LESS THAN LX-KEY
019604         INVALID KEY
019677             MOVE "Y" TO WS-TXN-EOF-SW
019750     END-START
019770     IF WS-TXN-FILE-STATUS NOT = "00"
019780        AND WS-TXN-FILE-STATUS NOT = "23"
019790         MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
019800         PERFORM 9910-ABEND-LEDGER-IDX-FILE
019810     END-IF
019823     EXIT.
019824
019825*****************************************************************
019826*  1300-CHECK-LEDGER-CURRENT - EVERY RUN THAT POSTS TO THE
019827*  LEDGER WRITES THE SAME ROWS TO THE LEDGER INDEX, SO THE
019828*  INDEX MUST HOLD THE HIGHEST TXN ID THE LAST END-OF-DAY
019829*  SNAPSHOT RECORDS.  WHEN IT DOES NOT, THE INDEX HAS FALLEN
019830*  BEHIND THE LEDGER (A RESTORED OR HAND-BUILT COPY) AND THE
019831*  HISTORY SHOWN MAY BE SHORT, SO THE TELLER IS WARNED AND THE
019832*  INQUIRY ENDS WITH A WARNING CODE.  NO SNAPSHOT YET MEANS
019833*  THERE IS NOTHING TO CHECK AGAINST.
019834*****************************************************************
019835 1300-CHECK-LEDGER-CURRENT.
019836     OPEN INPUT EOD-FILE
019837     IF WS-EOD-FILE-STATUS = "00"
019838         READ EOD-FILE
019839             AT END
019840                 MOVE SPACES TO EOD-RECORD
019841         END-READ
019842         CLOSE EOD-FILE
019843         IF EOD-RECORD (1:4) = "EHDR"
019844             MOVE EOD-RECORD TO EOD-HEADER-RECORD
019845             IF EH-MAX-TXN-ID NUMERIC
019846                 IF EH-MAX-TXN-ID > 0
019847                     PERFORM 1310-FIND-LAST-POSTED-ROW
019848                 END-IF
019849             END-IF
019850         END-IF
019851     END-IF
019852     EXIT.
019853
019854 1310-FIND-LAST-POSTED-ROW.
019855     MOVE EH-MAX-TXN-ID TO LX-ROW-TXN-ID
019856     READ LEDGER-IDX-FILE
019857         KEY IS LX-ROW-TXN-ID
019858         INVALID KEY
019859             DISPLAY "BANKINQ: WARNING - LEDGER INDEX IS BEHIND "
019860                     "THE LEDGER (NO TXN " EH-MAX-TXN-ID ")"
019861             DISPLAY "BANKINQ: HISTORY MAY BE INCOMPLETE - RUN "
019862                     "BANKIDX LEDGER"
019863             MOVE 4 TO RETURN-CODE
019864     END-READ
019865     IF WS-TXN-FILE-STATUS NOT = "00"
019866        AND WS-TXN-FILE-STATUS NOT = "02"
019867        AND WS-TXN-FILE-STATUS NOT = "23"
019868         MOVE "READ LEDGER-IDX-FILE (LAST ID)" TO WS-ABEND-CONTEXT
019869         PERFORM 9910-ABEND-LEDGER-IDX-FILE
019870     END-IF
019871     EXIT.
019900
020075*****************************************************************
020250*  2000-READ-ACCOUNT-ROWS - ONE OF THE TARGET ACCOUNT'S LEDGER
020425*  ROWS AT A TIME, IN POSTING ORDER, UNTIL THE INDEX MOVES ON
020600*  TO THE NEXT ACCOUNT.  EACH ROW ROLLS THE BALANCE FORWARD AND
020775*  SLIDES THROUGH THE LAST-TRANSACTIONS WINDOW.
020950*****************************************************************
021125 2000-READ-ACCOUNT-ROWS.
021300     READ LEDGER-IDX-FILE NEXT RECORD
021475         AT END
021650             MOVE "Y" TO WS-TXN-EOF-SW
021825         NOT AT END
022000             IF LX-ACCOUNT-ID NOT = WS-INQ-ACCOUNT-ID
022175                 MOVE "Y" TO WS-TXN-EOF-SW
022350             ELSE
022525                 PERFORM 2100-APPLY-LEDGER-LINE
022700             END-IF
022875     END-READ
022930     IF WS-TXN-FILE-STATUS NOT = "00"
022960        AND WS-TXN-FILE-STATUS NOT = "02"
022990        AND WS-TXN-FILE-STATUS NOT = "10"
023010         MOVE "READ NEXT LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
023030         PERFORM 9910-ABEND-LEDGER-IDX-FILE
023040     END-IF
023050     EXIT.
023225
023400 2100-APPLY-LEDGER-LINE.
023575     MOVE LX-TXN-ROW TO TXN-CSV-RECORD
023750     ADD 1 TO WS-INQ-TXN-SEEN
023925     MOVE F-BALANCE-AFTER TO WS-BALANCE-NUM
024100     MOVE WS-BALANCE-NUM  TO WS-INQ-BALANCE
024275     IF F-TXN-TYPE NOT = "CARRY-FWD"
024450         PERFORM 2300-SLIDE-INTO-WINDOW
024625     END-IF
024800     EXIT.
025000
025100*****************************************************************
025200*  2300-SLIDE-INTO-WINDOW - APPEND THE ROW TO THE LAST-N
031700     END-IF
031800     EXIT.
031900
031972*****************************************************************
032044*  3200-RESOLVE-REFERENCE - SAY WHAT THE ROW'S REF-ID POINTS
032116*  AT: THE TRANSACTION A REVERSAL BACKED OUT, OR THE OTHER LEG
032188*  (AND THEREFORE THE OTHER ACCOUNT) OF A TRANSFER.  THE ROW IS
032260*  READ FROM THE LEDGER INDEX ON ITS TXN ID, WHICHEVER ACCOUNT
032332*  IT SITS ON.  CARRY-FWD PLACEHOLDERS REUSE ARCHIVED TXN IDS
032404*  AND ARE NOT POSTINGS, SO THEY ARE PASSED OVER THE WAY THE
032476*  POSTING RUN PASSES OVER THEM.
032548*****************************************************************
032620 3200-RESOLVE-REFERENCE.
032692     MOVE "N" TO WS-REF-FOUND-SW
032764     MOVE "N" TO WS-REF-DONE-SW
032836     MOVE LST-REF-ID (LST-IDX) TO LX-ROW-TXN-ID
032908     READ LEDGER-IDX-FILE
032980         KEY IS LX-ROW-TXN-ID
033052         INVALID KEY
033124             MOVE "Y" TO WS-REF-DONE-SW
033196     END-READ
033210     IF WS-TXN-FILE-STATUS NOT = "00"
033220        AND WS-TXN-FILE-STATUS NOT = "02"
033230        AND WS-TXN-FILE-STATUS NOT = "23"
033240         MOVE "READ LEDGER-IDX-FILE (REF ID)" TO WS-ABEND-CONTEXT
033250         PERFORM 9910-ABEND-LEDGER-IDX-FILE
033260     END-IF
033268     PERFORM 3210-CHECK-REFERENCE-ROW
033340         UNTIL WS-REF-DONE
033412     IF NOT WS-REF-FOUND
033500         DISPLAY "      REF TXN " LST-REF-ID (LST-IDX)
033600                 " NOT ON LIVE LEDGER (ARCHIVED)"
033700     ELSE
033800         IF LST-TXN-TYPE (LST-IDX) = "REVERSAL"
033900             DISPLAY "      BACKS OUT TXN "
034000                     LST-REF-ID (LST-IDX) " "
034100                     F-TXN-TYPE " "
034200                     F-MERCHANT
034300         ELSE
034400             IF LST-TXN-TYPE (LST-IDX) = "TRANSFER"
034500                 IF LST-SIGN (LST-IDX) = "-"
034600                     DISPLAY "      TRANSFER TO "
034700                         F-ACCOUNT-ID
034800                         " (TXN " LST-REF-ID (LST-IDX) ")"
034900                 ELSE
035000                     DISPLAY "      TRANSFER FROM "
035100                         F-ACCOUNT-ID
035200                         " (TXN " LST-REF-ID (LST-IDX) ")"
035300                 END-IF
035400             ELSE
035800     END-IF
035900     EXIT.
036000
036004*****************************************************************
036008*  3210-CHECK-REFERENCE-ROW - THE ROW JUST READ ON THE TXN ID
036012*  KEY IS THE ANSWER UNLESS IT IS A CARRY-FWD PLACEHOLDER; THEN
036016*  THE NEXT ROW WITH THE SAME TXN ID, IF ANY, IS TRIED.
036020*****************************************************************
036024 3210-CHECK-REFERENCE-ROW.
036028     IF LX-ROW-TXN-ID NOT = LST-REF-ID (LST-IDX)
036032         MOVE "Y" TO WS-REF-DONE-SW
036036     ELSE
036040         MOVE LX-TXN-ROW TO TXN-CSV-RECORD
036044         IF F-TXN-TYPE NOT = "CARRY-FWD"
036048             MOVE "Y" TO WS-REF-FOUND-SW
036052             MOVE "Y" TO WS-REF-DONE-SW
036056         ELSE
036060             READ LEDGER-IDX-FILE NEXT RECORD
036064                 AT END
036068                     MOVE "Y" TO WS-REF-DONE-SW
036072             END-READ
036073             IF WS-TXN-FILE-STATUS NOT = "00"
036074                AND WS-TXN-FILE-STATUS NOT = "02"
036075                AND WS-TXN-FILE-STATUS NOT = "10"
036076                 MOVE "READ NEXT LEDGER-IDX (REF ID)"
036077                     TO WS-ABEND-CONTEXT
036078                 PERFORM 9910-ABEND-LEDGER-IDX-FILE
036079             END-IF
036080         END-IF
036081     END-IF
036084     EXIT.
036100*****************************************************************
036200*  9000-TERMINATE
036300*****************************************************************
036400 9000-TERMINATE.
036410     IF WS-TXN-OPENED
036420         CLOSE LEDGER-IDX-FILE
036425         IF WS-TXN-FILE-STATUS NOT = "00"
036427             MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
036429             PERFORM 9910-ABEND-LEDGER-IDX-FILE
036430         END-IF
036431     END-IF
036500     IF WS-INQ-FOUND
036700         DISPLAY " "
036800         DISPLAY "Rows read    : " WS-INQ-TXN-SEEN
036900     END-IF
037000     EXIT.
037100
037500*  STOPS.
037600*****************************************************************
037700 9900-ABEND-ACCOUNT-FILE.
037800     DISPLAY "BANKINQ: FATAL - ACCOUNT-IDX-FILE ERROR ON "
037900             WS-ABEND-CONTEXT
038000     DISPLAY "BANKINQ: FILE STATUS=" WS-ACCT-FILE-STATUS
038100     DISPLAY "BANKINQ: RUN TERMINATED ABNORMALLY."
038300     STOP RUN.
038400
038500*****************************************************************
038600*  9910-ABEND-LEDGER-IDX-FILE - THE LEDGER INDEX FAILED ON AN
038700*  OPEN, START, READ OR CLOSE.  A SNAPSHOT BUILT FROM PART OF
038800*  THE ACCOUNT'S HISTORY WOULD MISLEAD THE TELLER, AND A READ
038900*  THAT KEEPS FAILING WOULD NEVER REACH THE END OF THE ROWS,
039000*  SO THE RUN STOPS.
039100*****************************************************************
039200 9910-ABEND-LEDGER-IDX-FILE.
039300     DISPLAY "BANKINQ: FATAL - LEDGER-IDX-FILE ERROR ON "
039400             WS-ABEND-CONTEXT
039500     DISPLAY "BANKINQ: FILE STATUS=" WS-TXN-FILE-STATUS
039600     DISPLAY "BANKINQ: RUN TERMINATED ABNORMALLY."
039700     MOVE 16 TO RETURN-CODE
039800     STOP RUN.
