000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKSTOP.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  STOP-PAYMENT ORDER
001200*                    MAINTENANCE - PLACES AND CANCELS STOPS ON
001300*                    DATA/STOP_PAYMENTS.CSV (LAYOUT IN STOPREC)
001400*                    FROM THE DAY'S STOP MAINTENANCE FILE AND
001500*                    DROPS EVERY STOP PAST ITS EXPIRY DATE.  RUN
001600*                    AHEAD OF THE POSTING RUN SO A STOP PHONED
001700*                    IN TODAY CATCHES TODAY'S ITEMS.  EVERY
001800*                    STOP PLACED, CANCELLED OR EXPIRED STARTS
001900*                    THE DAY'S DATA/STOP_ACTIVITY.CSV (LAYOUT IN
002000*                    STOPACT), WHICH BANKMAIN ADDS ITS MATCHES
002100*                    TO AND BANKSTPR LISTS, AND IS WRITTEN TO
002200*                    DATA/RUN_CONTROL.LOG.
002225*  2026-10-15  DA    A PLACE'S ACCOUNT IS READ BY KEY FROM THE
002250*                    INDEXED ACCOUNTS MASTER INSTEAD OF A
002275*                    200-ENTRY TABLE LOADED FROM ACCOUNTS.CSV.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STOP-FILE ASSIGN TO "data/stop_payments.csv"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-STOP-FILE-STATUS.
003000
003100     SELECT STOP-MAINT-FILE ASSIGN TO "data/stop_maint.csv"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-MAINT-FILE-STATUS.
003400
003500     SELECT STOP-NEW-FILE
003600         ASSIGN TO "data/stop_payments_new.csv"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-STOPNEW-FILE-STATUS.
003900
004000     SELECT STOP-ACT-FILE ASSIGN TO "data/stop_activity.csv"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-STACT-FILE-STATUS.
004300
004400     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
004500         ORGANIZATION IS INDEXED
004533         ACCESS MODE IS RANDOM
004567         RECORD KEY IS AX-ACCOUNT-ID
004600         FILE STATUS IS WS-ACCT-FILE-STATUS.
004700
004800     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BDATE-FILE-STATUS.
005100
005200     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800*****************************************************************
005900*  STOP-FILE - THE STOP-PAYMENT FILE (LAYOUT IN STOPREC), LOADED
006000*  WHOLE, MAINTAINED IN PLACE AND REWRITTEN THROUGH ITS WORK
006100*  FILE THE SAME WAY BANKACCT REWRITES THE ACCOUNTS MASTER.
006200*****************************************************************
006300 FD  STOP-FILE.
006400 01  STOP-RECORD                PIC X(80).
006500
006600 FD  STOP-NEW-FILE.
006700 01  STOP-NEW-RECORD            PIC X(80).
006800
006900 FD  STOP-ACT-FILE.
007000 01  STOP-ACT-RECORD            PIC X(130).
007100
007110*****************************************************************
007120*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
007130*  (ACCTIDX), OPEN FOR THE WHOLE RUN SO A PLACE'S ACCOUNT IS
007140*  READ BY KEY.
007150*****************************************************************
007200 FD  ACCOUNT-IDX-FILE.
007300     COPY acctidx.
007400
007500 FD  BUS-DATE-FILE.
007600 01  BUS-DATE-RECORD            PIC X(30).
007700
007800 FD  RUN-LOG-FILE.
007900 01  RUN-LOG-RECORD             PIC X(130).
008000
008100*****************************************************************
008200*  STOP-MAINT-FILE - ONE DAY'S STOP-PAYMENT MAINTENANCE, ONE
008300*  LINE PER CLIENT INSTRUCTION:
008400*    PLACE  - NEW STOP ON AN ACCOUNT, PAYEE AND AMOUNT RANGE,
008500*             IN FORCE FROM THE BUSINESS DATE THROUGH
008600*             SM-EXPIRY-DATE.  A ZERO SM-AMOUNT-HIGH MEANS A
008700*             STOP ON THE ONE AMOUNT IN SM-AMOUNT-LOW.
008800*    CANCEL - LIFT THE STOP WITH THIS ACCOUNT, PAYEE AND AMOUNT
008900*             RANGE BEFORE ITS EXPIRY.  SM-EXPIRY-DATE IS NOT
009000*             USED.
009100*****************************************************************
009200 FD  STOP-MAINT-FILE.
009300 01  STOP-MAINT-RECORD.
009400     05  SM-ACTION              PIC X(8).
009500     05  FILLER                 PIC X.
009600     05  SM-ACCOUNT-ID          PIC X(10).
009700     05  FILLER                 PIC X.
009800     05  SM-PAYEE               PIC X(24).
009900     05  FILLER                 PIC X.
010000     05  SM-AMOUNT-LOW          PIC 9(7)V99.
010100     05  FILLER                 PIC X.
010200     05  SM-AMOUNT-HIGH         PIC 9(7)V99.
010300     05  FILLER                 PIC X.
010400     05  SM-EXPIRY-DATE         PIC X(10).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-STOP-FILE-STATUS        PIC XX.
010800 01  WS-MAINT-FILE-STATUS       PIC XX.
010900 01  WS-STOPNEW-FILE-STATUS     PIC XX.
011000 01  WS-STACT-FILE-STATUS       PIC XX.
011100 01  WS-ACCT-FILE-STATUS        PIC XX.
011200 01  WS-BDATE-FILE-STATUS       PIC XX.
011300 01  WS-RUNLOG-FILE-STATUS      PIC XX.
011400 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
011500
011600 01  WS-STOP-EOF-SW             PIC X       VALUE "N".
011700     88  WS-STOP-EOF                        VALUE "Y".
011800 01  WS-MAINT-EOF-SW            PIC X       VALUE "N".
011900     88  WS-MAINT-EOF                       VALUE "Y".
012000 01  WS-STOPNEW-EOF-SW          PIC X       VALUE "N".
012100     88  WS-STOPNEW-EOF                     VALUE "Y".
012200 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
012300     88  WS-ACCT-FOUND                      VALUE "Y".
012400
012500*****************************************************************
012600*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
012700*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
012800*  THE RUN LOG.
012900*****************************************************************
013000 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
013100 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
013200 01  WS-SYSTEM-DATE-RL.
013300     05  SYSRL-YYYY             PIC 9(4).
013400     05  SYSRL-MM               PIC 9(2).
013500     05  SYSRL-DD               PIC 9(2).
013600 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
013700 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
013800
013900     COPY stoprec REPLACING ==STOP-CSV-RECORD==
014000                         BY ==WS-STOP-LINE==.
014100
014200     COPY stopact REPLACING ==STOPACT-CSV-RECORD==
014300                         BY ==WS-STACT-LINE==.
014400
014800     COPY busdate.
014900
015000*****************************************************************
015100*  STOP TABLE - THE WHOLE STOP-PAYMENT FILE, LOADED AT STARTUP,
015200*  MAINTAINED IN PLACE AND REWRITTEN AT THE END OF THE RUN IN
015300*  LOADED ORDER, NEW STOPS AT THE END.  A CANCELLED OR EXPIRED
015400*  STOP IS FLAGGED DROPPED AND LEFT OFF THE REWRITE.
015500*****************************************************************
015600 01  WS-STOP-TABLE.
015700     05  WS-STOP-ENTRY OCCURS 200 TIMES
015800                       INDEXED BY STP-IDX.
015900         10  STP-ACCOUNT-ID     PIC X(10).
016000         10  STP-PAYEE          PIC X(24).
016100         10  STP-AMOUNT-LOW     PIC 9(7)V99.
016200         10  STP-AMOUNT-HIGH    PIC 9(7)V99.
016300         10  STP-PLACED-DATE    PIC X(10).
016400         10  STP-EXPIRY-DATE    PIC X(10).
016500         10  STP-DROP-SW        PIC X.
016600             88  STP-DROPPED                VALUE "Y".
016700 01  WS-STOP-COUNT              PIC 9(4)    VALUE 0.
016800 01  WS-STOP-MATCH-IDX          PIC 9(4)    VALUE 0.
018000
018100 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
018200 01  WS-STOP-EVENT              PIC X(9)    VALUE SPACES.
018300 01  WS-KEY-AMOUNT-HIGH         PIC 9(7)V99 VALUE 0.
018400 01  WS-PLACED-COUNT            PIC 9(4)    VALUE 0.
018500 01  WS-CANCELLED-COUNT         PIC 9(4)    VALUE 0.
018600 01  WS-EXPIRED-COUNT           PIC 9(4)    VALUE 0.
018700 01  WS-REJECT-COUNT            PIC 9(4)    VALUE 0.
018800 01  WS-REJECT-REASON           PIC X(30)   VALUE SPACES.
018900
019000 PROCEDURE DIVISION.
019100*****************************************************************
019200*  0000-MAINLINE
019300*****************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600     PERFORM 2000-EXPIRE-STOPS
019700     PERFORM 3000-APPLY-MAINTENANCE
019800         UNTIL WS-MAINT-EOF
019900     PERFORM 4000-REWRITE-STOPS
020000     PERFORM 9000-TERMINATE
020100     STOP RUN.
020200
020300*****************************************************************
020400*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE, LOAD
020500*  THE STOP FILE, OPEN THE ACCOUNTS MASTER, START THE DAY'S
020600*  ACTIVITY FILE AND OPEN THE MAINTENANCE TRANSACTION FILE.
020700*****************************************************************
020800 1000-INITIALIZE.
020900     PERFORM 1060-STAMP-RUN-ID
021000     PERFORM 1050-STAMP-RUN-DATE
021100     PERFORM 1100-LOAD-STOP-FILE
021200     PERFORM 1200-OPEN-ACCOUNT-MASTER
021300     OPEN OUTPUT STOP-ACT-FILE
021400     IF WS-STACT-FILE-STATUS NOT = "00"
021500         MOVE "OPEN OUTPUT STOP-ACT-FILE" TO WS-ABEND-CONTEXT
021600         PERFORM 9940-ABEND-STACT-FILE
021700     END-IF
021800     OPEN INPUT STOP-MAINT-FILE
021900     IF WS-MAINT-FILE-STATUS NOT = "00"
022000         DISPLAY "BANKSTOP: NO MAINTENANCE FILE, STATUS="
022100                 WS-MAINT-FILE-STATUS
022200         MOVE "Y" TO WS-MAINT-EOF-SW
022300     ELSE
022400         DISPLAY "Starting stop-payment maintenance..."
022500         PERFORM 3100-READ-MAINT
022600     END-IF
022700     EXIT.
022800
022900*****************************************************************
023000*  1050-STAMP-RUN-DATE - THIS RUN WORKS UNDER THE NEXT BUSINESS
023100*  DATE THE DAILY BATCH WILL POST: A STOP PLACED NOW IS IN
023200*  FORCE FOR THAT DAY'S ITEMS, AND A STOP WHOSE EXPIRY IS
023300*  BEFORE IT HAS NOTHING LEFT TO CATCH.
023400*****************************************************************
023500 1050-STAMP-RUN-DATE.
023600     OPEN INPUT BUS-DATE-FILE
023700     IF WS-BDATE-FILE-STATUS NOT = "00"
023800         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
023900         PERFORM 9930-ABEND-BUSDATE-FILE
024000     END-IF
024100     READ BUS-DATE-FILE
024200         AT END
024300             MOVE "READ BUS-DATE-FILE (EMPTY)"
024400                 TO WS-ABEND-CONTEXT
024500             PERFORM 9930-ABEND-BUSDATE-FILE
024600     END-READ
024700     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
024800     CLOSE BUS-DATE-FILE
024900     MOVE BD-RUN-DATE TO WS-RUN-DATE
025000     DISPLAY "STOP MAINTENANCE FOR BUSINESS DATE " WS-RUN-DATE
025100     EXIT.
025200
025300*****************************************************************
025400*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
025500*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
025600*****************************************************************
025700 1060-STAMP-RUN-ID.
025800     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
025900     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
026000     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
026100            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
026200         INTO WS-RUN-ID
026300     END-STRING
026400     MOVE SPACES TO WS-RUN-LOG-LINE
026500     STRING "BANKSTOP,"  DELIMITED BY SIZE
026600            WS-RUN-ID    DELIMITED BY SIZE
026700            ",START"     DELIMITED BY SIZE
026800         INTO WS-RUN-LOG-LINE
026900     END-STRING
027000     PERFORM 9700-WRITE-RUN-LOG
027100     EXIT.
027200
027300*****************************************************************
027400*  1100-LOAD-STOP-FILE - LOAD THE STOP FILE INTO ITS TABLE.
027500*  STATUS "35" MEANS NO STOP HAS EVER BEEN PLACED, WHICH IS
027600*  FINE - THE FIRST PLACE RUN CREATES THE FILE.
027700*****************************************************************
027800 1100-LOAD-STOP-FILE.
027900     OPEN INPUT STOP-FILE
028000     IF WS-STOP-FILE-STATUS = "00"
028100         PERFORM 1110-LOAD-STOP
028200             UNTIL WS-STOP-EOF
028300         CLOSE STOP-FILE
028400         IF WS-STOP-FILE-STATUS NOT = "00"
028500             MOVE "CLOSE STOP-FILE (LOAD)" TO WS-ABEND-CONTEXT
028600             PERFORM 9900-ABEND-STOP-FILE
028700         END-IF
028800     ELSE
028900         IF WS-STOP-FILE-STATUS = "35"
029000             MOVE "Y" TO WS-STOP-EOF-SW
029100         ELSE
029200             MOVE "OPEN INPUT STOP-FILE" TO WS-ABEND-CONTEXT
029300             PERFORM 9900-ABEND-STOP-FILE
029400         END-IF
029500     END-IF
029600     EXIT.
029700
029800 1110-LOAD-STOP.
029900     READ STOP-FILE
030000         AT END
030100             MOVE "Y" TO WS-STOP-EOF-SW
030200         NOT AT END
030300             IF WS-STOP-COUNT = 200
030400                 MOVE "WS-STOP-TABLE OCCURS 200"
030500                     TO WS-ABEND-CONTEXT
030600                 PERFORM 9920-ABEND-TABLE-OVERFLOW
030700             END-IF
030800             MOVE STOP-RECORD TO WS-STOP-LINE
030900             ADD 1 TO WS-STOP-COUNT
031000             MOVE ST-ACCOUNT-ID
031100                 TO STP-ACCOUNT-ID  (WS-STOP-COUNT)
031200             MOVE ST-PAYEE
031300                 TO STP-PAYEE       (WS-STOP-COUNT)
031400             MOVE ST-AMOUNT-LOW
031500                 TO STP-AMOUNT-LOW  (WS-STOP-COUNT)
031600             MOVE ST-AMOUNT-HIGH
031700                 TO STP-AMOUNT-HIGH (WS-STOP-COUNT)
031800             MOVE ST-PLACED-DATE
031900                 TO STP-PLACED-DATE (WS-STOP-COUNT)
032000             MOVE ST-EXPIRY-DATE
032100                 TO STP-EXPIRY-DATE (WS-STOP-COUNT)
032200             MOVE "N"
032300                 TO STP-DROP-SW     (WS-STOP-COUNT)
032400     END-READ
032500     EXIT.
032600
032700*****************************************************************
032800*  1200-OPEN-ACCOUNT-MASTER - OPEN THE INDEXED ACCOUNTS MASTER
032900*  SO A PLACE'S ACCOUNT CAN BE READ BY KEY.  IT STAYS OPEN
033000*  UNTIL 9000-TERMINATE.
033100*****************************************************************
033200 1200-OPEN-ACCOUNT-MASTER.
033300     OPEN INPUT ACCOUNT-IDX-FILE
033400     IF WS-ACCT-FILE-STATUS NOT = "00"
033500         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
033600         PERFORM 9950-ABEND-ACCOUNT-FILE
033700     END-IF
033800     EXIT.
035800
035900*****************************************************************
036000*  2000-EXPIRE-STOPS - EVERY STOP WHOSE EXPIRY DATE IS BEFORE
036100*  THE BUSINESS DATE COMES OFF THE FILE WITHOUT ANYONE KEYING
036200*  IT.  DONE AHEAD OF THE DAY'S MAINTENANCE SO A CLIENT CAN
036300*  RENEW A LAPSED STOP ON THE SAME PAYEE AND AMOUNT.
036400*****************************************************************
036500 2000-EXPIRE-STOPS.
036600     MOVE "EXPIRED" TO WS-STOP-EVENT
036700     PERFORM VARYING STP-IDX FROM 1 BY 1
036800             UNTIL STP-IDX > WS-STOP-COUNT
036900         IF NOT STP-DROPPED (STP-IDX)
037000            AND STP-EXPIRY-DATE (STP-IDX) < WS-RUN-DATE
037100             MOVE "Y" TO STP-DROP-SW (STP-IDX)
037200             MOVE STP-IDX       TO WS-STOP-MATCH-IDX
037300             ADD 1 TO WS-EXPIRED-COUNT
037400             PERFORM 6000-WRITE-STOP-ACTIVITY
037500         END-IF
037600     END-PERFORM
037700     EXIT.
037800
037900*****************************************************************
038000*  3000-APPLY-MAINTENANCE - ONE ITERATION PER MAINTENANCE
038100*  TRANSACTION.  THE FIELDS BOTH ACTIONS NEED ARE EDITED FIRST;
038200*  A TRANSACTION THAT CANNOT BE APPLIED IS SHOWN AND COUNTED,
038300*  NEVER APPLIED HALFWAY.
038400*****************************************************************
038500 3000-APPLY-MAINTENANCE.
038600     MOVE SPACES TO WS-REJECT-REASON
038700     IF SM-PAYEE = SPACES
038800         MOVE "PAYEE MISSING" TO WS-REJECT-REASON
038900     ELSE
039000         IF SM-AMOUNT-LOW NOT NUMERIC
039100            OR SM-AMOUNT-HIGH NOT NUMERIC
039200             MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
039300         ELSE
039400             IF SM-AMOUNT-HIGH = 0
039500                 MOVE SM-AMOUNT-LOW TO WS-KEY-AMOUNT-HIGH
039600             ELSE
039700                 MOVE SM-AMOUNT-HIGH TO WS-KEY-AMOUNT-HIGH
039800             END-IF
039900             IF WS-KEY-AMOUNT-HIGH = 0
040000                 MOVE "AMOUNT MISSING" TO WS-REJECT-REASON
040100             ELSE
040200                 IF SM-AMOUNT-LOW > WS-KEY-AMOUNT-HIGH
040300                     MOVE "AMOUNT RANGE INVALID"
040400                         TO WS-REJECT-REASON
040500                 END-IF
040600             END-IF
040700         END-IF
040800     END-IF
040900     IF WS-REJECT-REASON = SPACES
041000         PERFORM 3200-FIND-STOP
041100         IF SM-ACTION = "PLACE"
041200             PERFORM 3300-APPLY-PLACE
041300         ELSE
041400             IF SM-ACTION = "CANCEL"
041500                 PERFORM 3400-APPLY-CANCEL
041600             ELSE
041700                 MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
041800             END-IF
041900         END-IF
042000     END-IF
042100     IF WS-REJECT-REASON = SPACES
042200         PERFORM 6000-WRITE-STOP-ACTIVITY
042300     ELSE
042400         ADD 1 TO WS-REJECT-COUNT
042500         DISPLAY "REJECTED " SM-ACTION " " SM-ACCOUNT-ID
042600                 " " SM-PAYEE " - " WS-REJECT-REASON
042700     END-IF
042800     PERFORM 3100-READ-MAINT
042900     EXIT.
043000
043100 3100-READ-MAINT.
043200     READ STOP-MAINT-FILE
043300         AT END
043400             MOVE "Y" TO WS-MAINT-EOF-SW
043500     END-READ
043600     EXIT.
043700
043800*****************************************************************
043900*  3200-FIND-STOP - LOCATE THE STOP STILL ON FILE WITH THIS
044000*  ACCOUNT, PAYEE AND AMOUNT RANGE.
044100*****************************************************************
044200 3200-FIND-STOP.
044300     MOVE 0 TO WS-STOP-MATCH-IDX
044400     PERFORM VARYING STP-IDX FROM 1 BY 1
044500             UNTIL STP-IDX > WS-STOP-COUNT
044600         IF NOT STP-DROPPED (STP-IDX)
044700            AND STP-ACCOUNT-ID (STP-IDX)  = SM-ACCOUNT-ID
044800            AND STP-PAYEE (STP-IDX)       = SM-PAYEE
044900            AND STP-AMOUNT-LOW (STP-IDX)  = SM-AMOUNT-LOW
045000            AND STP-AMOUNT-HIGH (STP-IDX) = WS-KEY-AMOUNT-HIGH
045100             MOVE STP-IDX       TO WS-STOP-MATCH-IDX
045200             MOVE WS-STOP-COUNT TO STP-IDX
045300         END-IF
045400     END-PERFORM
045500     EXIT.
045600
045700*****************************************************************
045800*  3300-APPLY-PLACE - ADD A NEW STOP, IN FORCE FROM THE BUSINESS
045900*  DATE.  THE ACCOUNT MUST BE ON THE MASTER AND THE EXPIRY MAY
046000*  NOT ALREADY HAVE PASSED.
046100*****************************************************************
046200 3300-APPLY-PLACE.
046300     PERFORM 3310-FIND-MASTER-ID
047100     IF NOT WS-ACCT-FOUND
047200         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
047300     ELSE
047400         IF WS-STOP-MATCH-IDX > 0
047500             MOVE "STOP ALREADY ON FILE" TO WS-REJECT-REASON
047600         ELSE
047700             IF SM-EXPIRY-DATE = SPACES
047800                 MOVE "EXPIRY DATE MISSING" TO WS-REJECT-REASON
047900             ELSE
048000                 IF SM-EXPIRY-DATE < WS-RUN-DATE
048100                     MOVE "EXPIRY DATE IN THE PAST"
048200                         TO WS-REJECT-REASON
048300                 ELSE
048400                     IF WS-STOP-COUNT = 200
048500                         MOVE "WS-STOP-TABLE OCCURS 200"
048600                             TO WS-ABEND-CONTEXT
048700                         PERFORM 9920-ABEND-TABLE-OVERFLOW
048800                     END-IF
048900                     ADD 1 TO WS-STOP-COUNT
049000                     MOVE WS-STOP-COUNT TO WS-STOP-MATCH-IDX
049100                     MOVE SM-ACCOUNT-ID
049200                         TO STP-ACCOUNT-ID  (WS-STOP-COUNT)
049300                     MOVE SM-PAYEE
049400                         TO STP-PAYEE       (WS-STOP-COUNT)
049500                     MOVE SM-AMOUNT-LOW
049600                         TO STP-AMOUNT-LOW  (WS-STOP-COUNT)
049700                     MOVE WS-KEY-AMOUNT-HIGH
049800                         TO STP-AMOUNT-HIGH (WS-STOP-COUNT)
049900                     MOVE WS-RUN-DATE
050000                         TO STP-PLACED-DATE (WS-STOP-COUNT)
050100                     MOVE SM-EXPIRY-DATE
050200                         TO STP-EXPIRY-DATE (WS-STOP-COUNT)
050300                     MOVE "N"
050400                         TO STP-DROP-SW     (WS-STOP-COUNT)
050500                     MOVE "PLACED" TO WS-STOP-EVENT
050600                     ADD 1 TO WS-PLACED-COUNT
050700                 END-IF
050800             END-IF
050900         END-IF
051000     END-IF
051100     EXIT.
051200
051201*****************************************************************
051202*  3310-FIND-MASTER-ID - READ THE PLACE'S ACCOUNT BY KEY.
051203*  STATUS 23 IS AN ACCOUNT NOT ON THE MASTER; ANYTHING ELSE BUT
051204*  00 IS A FILE ERROR.
051205*****************************************************************
051206 3310-FIND-MASTER-ID.
051207     MOVE "N" TO WS-ACCT-FOUND-SW
051208     MOVE SM-ACCOUNT-ID TO AX-ACCOUNT-ID
051209     READ ACCOUNT-IDX-FILE
051210         INVALID KEY
051211             MOVE "N" TO WS-ACCT-FOUND-SW
051212         NOT INVALID KEY
051213             MOVE "Y" TO WS-ACCT-FOUND-SW
051214     END-READ
051215     IF WS-ACCT-FILE-STATUS NOT = "00"
051216        AND WS-ACCT-FILE-STATUS NOT = "23"
051217         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
051218         PERFORM 9950-ABEND-ACCOUNT-FILE
051219     END-IF
051220     EXIT.
051221
051300*****************************************************************
051400*  3400-APPLY-CANCEL - THE CLIENT HAS LIFTED A STOP BEFORE ITS
051500*  EXPIRY.  IT IS FLAGGED DROPPED AND LEFT OFF THE REWRITE.
051600*****************************************************************
051700 3400-APPLY-CANCEL.
051800     IF WS-STOP-MATCH-IDX = 0
051900         MOVE "STOP NOT ON FILE" TO WS-REJECT-REASON
052000     ELSE
052100         MOVE "Y" TO STP-DROP-SW (WS-STOP-MATCH-IDX)
052200         MOVE "CANCELLED" TO WS-STOP-EVENT
052300         ADD 1 TO WS-CANCELLED-COUNT
052400     END-IF
052500     EXIT.
052600
052700*****************************************************************
052800*  4000-REWRITE-STOPS - WRITE EVERY STOP STILL IN FORCE TO THE
052900*  WORK FILE IN LOADED ORDER, NEW STOPS AT THE END, AND ONLY
053000*  ONCE IT IS COMPLETE AND CLOSED COPY IT OVER THE LIVE FILE.
053100*****************************************************************
053200 4000-REWRITE-STOPS.
053300     OPEN OUTPUT STOP-NEW-FILE
053400     IF WS-STOPNEW-FILE-STATUS NOT = "00"
053500         MOVE "OPEN OUTPUT STOP-NEW" TO WS-ABEND-CONTEXT
053600         PERFORM 9910-ABEND-STOPNEW-FILE
053700     END-IF
053800     PERFORM VARYING STP-IDX FROM 1 BY 1
053900             UNTIL STP-IDX > WS-STOP-COUNT
054000         IF NOT STP-DROPPED (STP-IDX)
054100             MOVE STP-ACCOUNT-ID  (STP-IDX) TO ST-ACCOUNT-ID
054200             MOVE STP-PAYEE       (STP-IDX) TO ST-PAYEE
054300             MOVE STP-AMOUNT-LOW  (STP-IDX) TO ST-AMOUNT-LOW
054400             MOVE STP-AMOUNT-HIGH (STP-IDX) TO ST-AMOUNT-HIGH
054500             MOVE STP-PLACED-DATE (STP-IDX) TO ST-PLACED-DATE
054600             MOVE STP-EXPIRY-DATE (STP-IDX) TO ST-EXPIRY-DATE
054700             MOVE WS-STOP-LINE TO STOP-NEW-RECORD
054800             WRITE STOP-NEW-RECORD
054900             IF WS-STOPNEW-FILE-STATUS NOT = "00"
055000                 MOVE "WRITE STOP-NEW-RECORD" TO WS-ABEND-CONTEXT
055100                 PERFORM 9910-ABEND-STOPNEW-FILE
055200             END-IF
055300         END-IF
055400     END-PERFORM
055500     CLOSE STOP-NEW-FILE
055600     IF WS-STOPNEW-FILE-STATUS NOT = "00"
055700         MOVE "CLOSE STOP-NEW-FILE" TO WS-ABEND-CONTEXT
055800         PERFORM 9910-ABEND-STOPNEW-FILE
055900     END-IF
056000     PERFORM 4100-SWAP-IN-NEW-STOPS
056100     EXIT.
056200
056300*****************************************************************
056400*  4100-SWAP-IN-NEW-STOPS - THE MAINTAINED FILE IS COMPLETE ON
056500*  THE WORK FILE; COPY IT OVER STOP_PAYMENTS.CSV.  AN ABEND IN
056600*  HERE LEAVES DATA/STOP_PAYMENTS_NEW.CSV INTACT FOR A MANUAL
056700*  RESTART (COPY IT OVER DATA/STOP_PAYMENTS.CSV).
056800*****************************************************************
056900 4100-SWAP-IN-NEW-STOPS.
057000     OPEN INPUT STOP-NEW-FILE
057100     IF WS-STOPNEW-FILE-STATUS NOT = "00"
057200         MOVE "OPEN INPUT STOP-NEW" TO WS-ABEND-CONTEXT
057300         PERFORM 9910-ABEND-STOPNEW-FILE
057400     END-IF
057500     OPEN OUTPUT STOP-FILE
057600     IF WS-STOP-FILE-STATUS NOT = "00"
057700         MOVE "OPEN OUTPUT STOP-FILE" TO WS-ABEND-CONTEXT
057800         PERFORM 9900-ABEND-STOP-FILE
057900     END-IF
058000     PERFORM 4110-COPY-NEW-STOP-ROW
058100         UNTIL WS-STOPNEW-EOF
058200     CLOSE STOP-NEW-FILE
058220     IF WS-STOPNEW-FILE-STATUS NOT = "00"
058240         MOVE "CLOSE STOP-NEW-FILE (SWAP)" TO WS-ABEND-CONTEXT
058260         PERFORM 9910-ABEND-STOPNEW-FILE
058280     END-IF
058300     CLOSE STOP-FILE
058400     IF WS-STOP-FILE-STATUS NOT = "00"
058500         MOVE "CLOSE STOP-FILE (SWAP)" TO WS-ABEND-CONTEXT
058600         PERFORM 9900-ABEND-STOP-FILE
058700     END-IF
058800     EXIT.
058900
059000 4110-COPY-NEW-STOP-ROW.
059100     READ STOP-NEW-FILE
059200         AT END
059300             MOVE "Y" TO WS-STOPNEW-EOF-SW
059400         NOT AT END
059500             MOVE STOP-NEW-RECORD TO STOP-RECORD
059600             WRITE STOP-RECORD
059700             IF WS-STOP-FILE-STATUS NOT = "00"
059800                 MOVE "WRITE STOP-RECORD (SWAP)"
059900                     TO WS-ABEND-CONTEXT
060000                 PERFORM 9900-ABEND-STOP-FILE
060100             END-IF
060200     END-READ
060300     EXIT.
060400
060500*****************************************************************
060600*  6000-WRITE-STOP-ACTIVITY - ONE LINE ON THE DAY'S ACTIVITY
060700*  FILE AND ONE AUDIT RECORD ON THE RUN LOG FOR THE STOP AT
060800*  WS-STOP-MATCH-IDX, NAMED BY WS-STOP-EVENT.
060900*****************************************************************
061000 6000-WRITE-STOP-ACTIVITY.
061100     MOVE WS-RUN-DATE     TO SA-DATE
061200     MOVE WS-STOP-EVENT   TO SA-EVENT
061300     MOVE STP-ACCOUNT-ID  (WS-STOP-MATCH-IDX) TO SA-ACCOUNT-ID
061400     MOVE STP-PAYEE       (WS-STOP-MATCH-IDX) TO SA-PAYEE
061500     MOVE STP-AMOUNT-LOW  (WS-STOP-MATCH-IDX) TO SA-AMOUNT-LOW
061600     MOVE STP-AMOUNT-HIGH (WS-STOP-MATCH-IDX) TO SA-AMOUNT-HIGH
061700     MOVE STP-PLACED-DATE (WS-STOP-MATCH-IDX) TO SA-PLACED-DATE
061800     MOVE STP-EXPIRY-DATE (WS-STOP-MATCH-IDX) TO SA-EXPIRY-DATE
061900     MOVE SPACES          TO SA-ITEM-TYPE
062000     MOVE 0               TO SA-ITEM-AMOUNT
062100     MOVE SPACES          TO SA-ITEM-SOURCE
062200     MOVE WS-STACT-LINE   TO STOP-ACT-RECORD
062300     WRITE STOP-ACT-RECORD
062400     IF WS-STACT-FILE-STATUS NOT = "00"
062500         MOVE "WRITE STOP-ACT-RECORD" TO WS-ABEND-CONTEXT
062600         PERFORM 9940-ABEND-STACT-FILE
062700     END-IF
062800     MOVE SPACES TO WS-RUN-LOG-LINE
062900     STRING "BANKSTOP,"     DELIMITED BY SIZE
063000            WS-RUN-ID       DELIMITED BY SIZE
063100            ",STOP,"        DELIMITED BY SIZE
063200            WS-STOP-EVENT   DELIMITED BY SPACE
063300            ","             DELIMITED BY SIZE
063400            SA-ACCOUNT-ID   DELIMITED BY SPACE
063500            ","             DELIMITED BY SIZE
063600            SA-PAYEE        DELIMITED BY "  "
063700            ",LOW="         DELIMITED BY SIZE
063800            SA-AMOUNT-LOW   DELIMITED BY SIZE
063900            ",HIGH="        DELIMITED BY SIZE
064000            SA-AMOUNT-HIGH  DELIMITED BY SIZE
064100            ",EXPIRES="     DELIMITED BY SIZE
064200            SA-EXPIRY-DATE  DELIMITED BY SIZE
064300         INTO WS-RUN-LOG-LINE
064400     END-STRING
064500     PERFORM 9700-WRITE-RUN-LOG
064600     DISPLAY WS-STOP-EVENT " " SA-ACCOUNT-ID " " SA-PAYEE
064700             " EXPIRES " SA-EXPIRY-DATE
064800     EXIT.
064900
065000*****************************************************************
065100*  9000-TERMINATE - CLOSE THE MAINTENANCE AND ACTIVITY FILES,
065200*  REPORT THE RUN AND LOG ITS END.  ANY REJECTED TRANSACTION
065300*  LEAVES A WARNING RETURN CODE SO THE SCHEDULER CAN FLAG THE
065400*  RUN FOR REVIEW.
065500*****************************************************************
065600 9000-TERMINATE.
065700     CLOSE STOP-MAINT-FILE
065720     CLOSE ACCOUNT-IDX-FILE
065740     IF WS-ACCT-FILE-STATUS NOT = "00"
065760         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
065780         PERFORM 9950-ABEND-ACCOUNT-FILE
065790     END-IF
065800     CLOSE STOP-ACT-FILE
065900     IF WS-STACT-FILE-STATUS NOT = "00"
066000         MOVE "CLOSE STOP-ACT-FILE" TO WS-ABEND-CONTEXT
066100         PERFORM 9940-ABEND-STACT-FILE
066200     END-IF
066300     DISPLAY "Stops placed    : " WS-PLACED-COUNT
066400     DISPLAY "Stops cancelled : " WS-CANCELLED-COUNT
066500     DISPLAY "Stops expired   : " WS-EXPIRED-COUNT
066600     DISPLAY "Stops rejected  : " WS-REJECT-COUNT
066700     DISPLAY "Stop-payment maintenance complete."
066800     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
066900     MOVE SPACES TO WS-RUN-LOG-LINE
067000     IF WS-REJECT-COUNT > 0
067100         MOVE 4 TO RETURN-CODE
067200         STRING "BANKSTOP,"       DELIMITED BY SIZE
067300                WS-RUN-ID         DELIMITED BY SIZE
067400                ",END,PLACED="    DELIMITED BY SIZE
067500                WS-PLACED-COUNT   DELIMITED BY SIZE
067600                ",CANCELLED="     DELIMITED BY SIZE
067700                WS-CANCELLED-COUNT DELIMITED BY SIZE
067800                ",EXPIRED="       DELIMITED BY SIZE
067900                WS-EXPIRED-COUNT  DELIMITED BY SIZE
068000                ",REJECTED="      DELIMITED BY SIZE
068100                WS-REJECT-COUNT   DELIMITED BY SIZE
068200                ",RC=04"          DELIMITED BY SIZE
068300                ",ENDED="         DELIMITED BY SIZE
068400                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
068500             INTO WS-RUN-LOG-LINE
068600         END-STRING
068700     ELSE
068800         STRING "BANKSTOP,"       DELIMITED BY SIZE
068900                WS-RUN-ID         DELIMITED BY SIZE
069000                ",END,PLACED="    DELIMITED BY SIZE
069100                WS-PLACED-COUNT   DELIMITED BY SIZE
069200                ",CANCELLED="     DELIMITED BY SIZE
069300                WS-CANCELLED-COUNT DELIMITED BY SIZE
069400                ",EXPIRED="       DELIMITED BY SIZE
069500                WS-EXPIRED-COUNT  DELIMITED BY SIZE
069600                ",REJECTED="      DELIMITED BY SIZE
069700                WS-REJECT-COUNT   DELIMITED BY SIZE
069800                ",RC=00"          DELIMITED BY SIZE
069900                ",ENDED="         DELIMITED BY SIZE
070000                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
070100             INTO WS-RUN-LOG-LINE
070200         END-STRING
070300     END-IF
070400     PERFORM 9700-WRITE-RUN-LOG
070500     EXIT.
070600
070700*****************************************************************
070800*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
070900*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
071000*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
071100*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
071200*  THE RUN.
071300*****************************************************************
071400 9700-WRITE-RUN-LOG.
071500     OPEN EXTEND RUN-LOG-FILE
071600     IF WS-RUNLOG-FILE-STATUS = "35"
071700         OPEN OUTPUT RUN-LOG-FILE
071800     END-IF
071900     IF WS-RUNLOG-FILE-STATUS NOT = "00"
072000         DISPLAY "BANKSTOP: RUN LOG UNAVAILABLE, STATUS="
072100                 WS-RUNLOG-FILE-STATUS
072200     ELSE
072300         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
072400         WRITE RUN-LOG-RECORD
072500         IF WS-RUNLOG-FILE-STATUS NOT = "00"
072600             DISPLAY "BANKSTOP: RUN LOG WRITE FAILED, STATUS="
072700                     WS-RUNLOG-FILE-STATUS
072800         END-IF
072900         CLOSE RUN-LOG-FILE
073000     END-IF
073100     EXIT.
073200
073300*****************************************************************
073400*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
073500*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
073600*  PARAGRAPH BEFORE ITS STOP RUN.
073700*****************************************************************
073800 9800-LOG-ABEND.
073900     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
074000     MOVE SPACES TO WS-RUN-LOG-LINE
074100     STRING "BANKSTOP,"      DELIMITED BY SIZE
074200            WS-RUN-ID        DELIMITED BY SIZE
074300            ",ABEND,"        DELIMITED BY SIZE
074400            WS-ABEND-CONTEXT DELIMITED BY SIZE
074500            ",STATUS="       DELIMITED BY SIZE
074600            WS-ABEND-STATUS  DELIMITED BY SIZE
074700            ",RC=16"         DELIMITED BY SIZE
074800            ",ENDED="        DELIMITED BY SIZE
074900            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
075000         INTO WS-RUN-LOG-LINE
075100     END-STRING
075200     PERFORM 9700-WRITE-RUN-LOG
075300     EXIT.
075400
075500*****************************************************************
075600*  9900-ABEND-STOP-FILE - THE STOP FILE FAILED ON OPEN, READ,
075700*  WRITE OR CLOSE.  A HALF-REWRITTEN STOP FILE WOULD LET A
075800*  STOPPED CHEQUE POST, SO THE RUN STOPS.
075900*****************************************************************
076000 9900-ABEND-STOP-FILE.
076100     DISPLAY "BANKSTOP: FATAL - STOP-FILE ERROR ON "
076200             WS-ABEND-CONTEXT
076300     DISPLAY "BANKSTOP: FILE STATUS=" WS-STOP-FILE-STATUS
076400     DISPLAY "BANKSTOP: RUN TERMINATED ABNORMALLY."
076500     MOVE WS-STOP-FILE-STATUS TO WS-ABEND-STATUS
076600     PERFORM 9800-LOG-ABEND
076700     MOVE 16 TO RETURN-CODE
076800     STOP RUN.
076900
077000*****************************************************************
077100*  9910-ABEND-STOPNEW-FILE - THE WORK COPY OF THE MAINTAINED
077200*  STOP FILE FAILED ON OPEN, WRITE OR CLOSE.  STOP_PAYMENTS.CSV
077300*  HAS NOT BEEN TOUCHED YET, SO THE RUN JUST STOPS.
077400*****************************************************************
077500 9910-ABEND-STOPNEW-FILE.
077600     DISPLAY "BANKSTOP: FATAL - STOP-NEW-FILE ERROR ON "
077700             WS-ABEND-CONTEXT
077800     DISPLAY "BANKSTOP: FILE STATUS=" WS-STOPNEW-FILE-STATUS
077900     DISPLAY "BANKSTOP: RUN TERMINATED ABNORMALLY."
078000     MOVE WS-STOPNEW-FILE-STATUS TO WS-ABEND-STATUS
078100     PERFORM 9800-LOG-ABEND
078200     MOVE 16 TO RETURN-CODE
078300     STOP RUN.
078400
078500*****************************************************************
078600*  9920-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
078700*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
078800*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
078900*  ADJACENT STORAGE.
079000*****************************************************************
079100 9920-ABEND-TABLE-OVERFLOW.
079200     DISPLAY "BANKSTOP: FATAL - TABLE CAPACITY EXCEEDED ON "
079300             WS-ABEND-CONTEXT
079400     DISPLAY "BANKSTOP: RUN TERMINATED ABNORMALLY."
079500     MOVE SPACES TO WS-ABEND-STATUS
079600     PERFORM 9800-LOG-ABEND
079700     MOVE 16 TO RETURN-CODE
079800     STOP RUN.
079900
080000*****************************************************************
080100*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
080200*  COULD NOT BE READ.  WITHOUT IT THERE IS NO TELLING WHICH
080300*  STOPS HAVE EXPIRED, SO THE RUN STOPS.
080400*****************************************************************
080500 9930-ABEND-BUSDATE-FILE.
080600     DISPLAY "BANKSTOP: FATAL - BUS-DATE-FILE ERROR ON "
080700             WS-ABEND-CONTEXT
080800     DISPLAY "BANKSTOP: FILE STATUS=" WS-BDATE-FILE-STATUS
080900     DISPLAY "BANKSTOP: RUN TERMINATED ABNORMALLY."
081000     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
081100     PERFORM 9800-LOG-ABEND
081200     MOVE 16 TO RETURN-CODE
081300     STOP RUN.
081400
081500*****************************************************************
081600*  9940-ABEND-STACT-FILE - THE DAY'S STOP ACTIVITY FILE FAILED
081700*  ON OPEN, WRITE OR CLOSE.  THE DAILY LISTING WOULD MISS A
081800*  STOP THE CLIENT WAS TOLD ABOUT, SO THE RUN STOPS BEFORE THE
081900*  STOP FILE IS REWRITTEN.
082000*****************************************************************
082100 9940-ABEND-STACT-FILE.
082200     DISPLAY "BANKSTOP: FATAL - STOP-ACT-FILE ERROR ON "
082300             WS-ABEND-CONTEXT
082400     DISPLAY "BANKSTOP: FILE STATUS=" WS-STACT-FILE-STATUS
082500     DISPLAY "BANKSTOP: RUN TERMINATED ABNORMALLY."
082600     MOVE WS-STACT-FILE-STATUS TO WS-ABEND-STATUS
082700     PERFORM 9800-LOG-ABEND
082800     MOVE 16 TO RETURN-CODE
082900     STOP RUN.
083000
083100*****************************************************************
083200*  9950-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
083300*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
083350*  RUN).  CHECKING PLACES WITHOUT THE MASTER WOULD REJECT EVERY
083400*  ONE FOR THE WRONG REASON, SO THE RUN STOPS.
083500*****************************************************************
083600 9950-ABEND-ACCOUNT-FILE.
083700     DISPLAY "BANKSTOP: FATAL - ACCOUNT-IDX-FILE ERROR ON "
083800             WS-ABEND-CONTEXT
083900     DISPLAY "BANKSTOP: FILE STATUS=" WS-ACCT-FILE-STATUS
084000     DISPLAY "BANKSTOP: RUN TERMINATED ABNORMALLY."
084100     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
084200     PERFORM 9800-LOG-ABEND
084300     MOVE 16 TO RETURN-CODE
084400     STOP RUN.
