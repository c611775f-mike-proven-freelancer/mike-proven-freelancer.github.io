000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKRETN.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  EXTERNAL-CREDITS RETURNS
001200*                    AFTER THE POSTING RUN.  RUN AFTER BANKMAIN
001300*                    ON A DAY THE BATCH POSTED WAS A TRANSLATED
001400*                    FEED: EVERY ITEM OF THAT FEED ON THE
001500*                    REGISTER BANKFEED KEEPS
001600*                    (DATA/EXTERNAL_ITEMS.CSV) IS SETTLED.  ONE
001700*                    BANKEDIT REJECTED OR BANKMAIN DECLINED GOES
001800*                    BACK TO THE PROCESSOR ON
001900*                    DATA/EXTERNAL_LATE_RETURNS.DAT IN THEIR OWN
002000*                    HDR/DTL/TRL LAYOUT (XRTREC) WITH THEIR ITEM
002100*                    REFERENCE AND A STANDARD RETURN REASON
002200*                    CODE; THE REST POSTED.  SETTLED ITEMS LEAVE
002300*                    THE REGISTER.  EVERY RETURN IS WRITTEN TO
002400*                    DATA/RUN_CONTROL.LOG.
002425*  2026-10-15  DA    BANKMAIN NOW MARKS ITEMS IT TAKES OFF A
002450*                    QUEUE WITH SOURCE "Q", SO A DECLINED APPROVED
002475*                    DEPOSIT NO LONGER MATCHES A FEED ITEM.
002483*  2026-10-15  DA    AN ITEM REGISTERED TWICE NOW KEEPS ITS LATEST
002491*                    REGISTRATION INSTEAD OF ITS FIRST.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ITEM-FILE ASSIGN TO "data/external_items.csv"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-ITEM-FILE-STATUS.
003200
003300     SELECT ITEM-NEW-FILE ASSIGN TO "data/external_items_new.csv"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-INEW-FILE-STATUS.
003600
003700     SELECT BATCH-CTL-FILE ASSIGN TO "data/batch_control.csv"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BCTL-FILE-STATUS.
004000
004100     SELECT REJECT-FILE ASSIGN TO "data/pending_rejects.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REJ-FILE-STATUS.
004400
004500     SELECT DECLINE-FILE ASSIGN TO "data/declines.csv"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DECL-FILE-STATUS.
004800
004900     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BDATE-FILE-STATUS.
005200
005300     SELECT RETURN-FILE
005400         ASSIGN TO "data/external_late_returns.dat"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RTN-FILE-STATUS.
005700
005800     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*****************************************************************
006500*  ITEM-FILE - THE REGISTER OF FEED ITEMS BANKFEED HANDED ON TO
006600*  THE EDIT (XIT-CSV-RECORD IN XRTREC), LOADED WHOLE AND
006700*  REWRITTEN THROUGH ITS WORK FILE WITHOUT THE ITEMS SETTLED
006800*  TODAY.
006900*****************************************************************
007000 FD  ITEM-FILE.
007100 01  ITEM-RECORD                PIC X(100).
007200
007300 FD  ITEM-NEW-FILE.
007400 01  ITEM-NEW-RECORD            PIC X(100).
007500
007600*****************************************************************
007700*  BATCH-CTL-FILE - EVERY BATCH ID THE POSTING RUN HAS POSTED,
007800*  IN ORDER.  THE LAST LINE IS THE BATCH THE RUN JUST POSTED.
007900*****************************************************************
008000 FD  BATCH-CTL-FILE.
008100 01  BATCH-CTL-RECORD           PIC X(30).
008200
008300*****************************************************************
008400*  REJECT-FILE - BANKEDIT'S REJECTED ROWS FOR THE BATCH, EACH
008500*  THE ROW AS IT CAME IN PLUS THE REASON.
008600*  DECLINE-FILE - THE POSTING RUN'S DECLINES.
008700*****************************************************************
008800 FD  REJECT-FILE.
008900 01  REJECT-RECORD              PIC X(140).
009000
009100 FD  DECLINE-FILE.
009200 01  DECLINE-RECORD             PIC X(100).
009300
009400 FD  BUS-DATE-FILE.
009500 01  BUS-DATE-RECORD            PIC X(30).
009600
009700*****************************************************************
009800*  RETURN-FILE - THE ITEMS GOING BACK TO THE PROCESSOR IN THEIR
009900*  OWN LAYOUT (XRT- RECORDS IN XRTREC).  WRITTEN ONLY ON A DAY
010000*  A FEED WAS POSTED, SO A RERUN ON ANY OTHER DAY LEAVES THE
010100*  LAST ONE SENT ALONE.
010200*****************************************************************
010300 FD  RETURN-FILE.
010400 01  RETURN-RECORD              PIC X(80).
010500
010600 FD  RUN-LOG-FILE.
010700 01  RUN-LOG-RECORD             PIC X(130).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-ITEM-FILE-STATUS        PIC XX.
011100 01  WS-INEW-FILE-STATUS        PIC XX.
011200 01  WS-BCTL-FILE-STATUS        PIC XX.
011300 01  WS-REJ-FILE-STATUS         PIC XX.
011400 01  WS-DECL-FILE-STATUS        PIC XX.
011500 01  WS-BDATE-FILE-STATUS       PIC XX.
011600 01  WS-RTN-FILE-STATUS         PIC XX.
011700 01  WS-RUNLOG-FILE-STATUS      PIC XX.
011800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
011900
012000 01  WS-ITEM-EOF-SW             PIC X       VALUE "N".
012100     88  WS-ITEM-EOF                        VALUE "Y".
012200 01  WS-INEW-EOF-SW             PIC X       VALUE "N".
012300     88  WS-INEW-EOF                        VALUE "Y".
012400 01  WS-BCTL-EOF-SW             PIC X       VALUE "N".
012500     88  WS-BCTL-EOF                        VALUE "Y".
012600 01  WS-REJ-EOF-SW              PIC X       VALUE "N".
012700     88  WS-REJ-EOF                         VALUE "Y".
012800 01  WS-DECL-EOF-SW             PIC X       VALUE "N".
012900     88  WS-DECL-EOF                        VALUE "Y".
013000 01  WS-FEED-POSTED-SW          PIC X       VALUE "N".
013100     88  WS-FEED-POSTED                     VALUE "Y".
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
014700     COPY xrtrec.
014800
014900     COPY pndrec.
015000
015100     COPY busdate.
015200
015300 01  WS-BCTL-LINE.
015400     05  BC-BATCH-ID            PIC X(8).
015500     05  FILLER                 PIC X       VALUE ",".
015600     05  BC-DATE                PIC X(10).
015700
015800*****************************************************************
015900*  READERS' VIEWS OF A BANKEDIT REJECT ROW AND A POSTING-RUN
016000*  DECLINE ROW, IN THE SHAPES THOSE PROGRAMS WRITE THEM.
016100*****************************************************************
016200 01  WS-REJECT-LINE.
016300     05  REJ-ROW                PIC X(102).
016400     05  FILLER                 PIC X.
016500     05  REJ-REASON             PIC X(30).
016600
016700 01  WS-DECL-LINE.
016800     05  DL-ACCOUNT-ID          PIC X(10).
016900     05  FILLER                 PIC X.
017000     05  DL-DATE                PIC X(10).
017100     05  FILLER                 PIC X.
017200     05  DL-TXN-TYPE            PIC X(12).
017300     05  FILLER                 PIC X.
017400     05  DL-AMOUNT              PIC X(10).
017500     05  FILLER                 PIC X.
017600     05  DL-BALANCE             PIC X(11).
017700     05  FILLER                 PIC X.
017800     05  DL-REASON              PIC X(24).
017900     05  FILLER                 PIC X.
018000     05  DL-SOURCE              PIC X.
018100
018200*****************************************************************
018300*  ITEM TABLE - THE WHOLE REGISTER.  RIT-STATE IS BLANK FOR AN
018400*  ITEM STILL OPEN, "P" FOR ONE SETTLED AS POSTED AND "R" FOR
018500*  ONE RETURNED.  RIT-BCTL-SW IS "Y" ONCE THE ITEM'S FEED ID
018600*  HAS BEEN SEEN ON THE BATCH-CONTROL LOG.
018700*****************************************************************
018800 01  WS-ITEM-TABLE.
018900     05  WS-ITEM-ENTRY OCCURS 1000 TIMES
019000                       INDEXED BY RIT-IDX.
019100         10  RIT-FEED-ID        PIC X(8).
019200         10  RIT-ROW-NO         PIC 9(6).
019300         10  RIT-ACCOUNT-ID     PIC X(10).
019400         10  RIT-AMOUNT         PIC 9(9)V99.
019500         10  RIT-SOURCE-NAME    PIC X(24).
019600         10  RIT-VALUE-DATE     PIC X(10).
019700         10  RIT-SOURCE-REF     PIC X(12).
019800         10  RIT-BCTL-SW        PIC X.
019900             88  RIT-FEED-ON-BCTL           VALUE "Y".
020000         10  RIT-STATE          PIC X.
020100             88  RIT-OPEN                   VALUE " ".
020200             88  RIT-POSTED                 VALUE "P".
020300             88  RIT-RETURNED               VALUE "R".
020400 01  WS-ITEM-COUNT              PIC 9(4)    VALUE 0.
020500 01  WS-ITEM-MATCH-IDX          PIC 9(4)    VALUE 0.
020600
020700*****************************************************************
020800*  REJECT TABLE - BANKEDIT'S REJECTED ROWS.  RJT-USED-SW IS SET
020900*  WHEN A ROW HAS RETURNED AN ITEM, SO TWO IDENTICAL ITEMS
021000*  NEED TWO IDENTICAL REJECTS.
021100*****************************************************************
021200 01  WS-REJ-TABLE.
021300     05  WS-REJ-ENTRY OCCURS 1000 TIMES
021400                      INDEXED BY RJT-IDX.
021500         10  RJT-ROW            PIC X(102).
021600         10  RJT-REASON         PIC X(30).
021700         10  RJT-USED-SW        PIC X.
021800             88  RJT-USED                   VALUE "Y".
021900 01  WS-REJ-COUNT               PIC 9(4)    VALUE 0.
022000
022100*****************************************************************
022200*  DECLINE TABLE - THE POSTING RUN'S DECLINED BATCH DEPOSITS,
022300*  THE AMOUNT KEPT IN THE EDITED FORM THE DECLINE ROW CARRIES.
022400*****************************************************************
022500 01  WS-DECL-TABLE.
022600     05  WS-DECL-ENTRY OCCURS 2000 TIMES
022700                       INDEXED BY DCT-IDX.
022800         10  DCT-ACCOUNT-ID     PIC X(10).
022900         10  DCT-AMOUNT         PIC X(10).
023000         10  DCT-REASON         PIC X(24).
023100         10  DCT-USED-SW        PIC X.
023200             88  DCT-USED                   VALUE "Y".
023300 01  WS-DECL-COUNT              PIC 9(4)    VALUE 0.
023400
023500 01  WS-LAST-BATCH-ID           PIC X(8)    VALUE SPACES.
023600 01  WS-RETURN-DATE             PIC X(10)   VALUE SPACES.
023700 01  WS-RETURN-REASON           PIC X(30)   VALUE SPACES.
023800 01  WS-RETURN-CODE             PIC X(3)    VALUE SPACES.
023900 01  WS-ITEM-AMOUNT-ED          PIC Z(7).99.
024000 01  WS-ITEM-AMOUNT-X REDEFINES WS-ITEM-AMOUNT-ED
024100                                PIC X(10).
024200 01  WS-RETURN-AMT-TOTAL        PIC 9(11)V99 VALUE 0.
024300 01  WS-POSTED-COUNT            PIC 9(6)    VALUE 0.
024400 01  WS-RETURNED-COUNT          PIC 9(6)    VALUE 0.
024500 01  WS-AWAITING-COUNT          PIC 9(6)    VALUE 0.
024600 01  WS-STALE-COUNT             PIC 9(6)    VALUE 0.
024700 01  WS-DUP-COUNT               PIC 9(6)    VALUE 0.
024800
024900 PROCEDURE DIVISION.
025000*****************************************************************
025100*  0000-MAINLINE
025200*****************************************************************
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE
025500     PERFORM 2000-SETTLE-ITEMS
025600     PERFORM 3000-REWRITE-REGISTER
025700     PERFORM 9000-TERMINATE
025800     STOP RUN.
025900
026000*****************************************************************
026100*  1000-INITIALIZE - LOG THE START, TAKE THE DATE, LOAD THE
026200*  REGISTER AND FIND THE BATCH THE POSTING RUN JUST POSTED.
026300*  ONLY IF THAT BATCH WAS A FEED WITH ITEMS ON THE REGISTER ARE
026400*  THE REJECTS AND DECLINES LOADED AND THE RETURNS FILE
026500*  STARTED.
026600*****************************************************************
026700 1000-INITIALIZE.
026800     PERFORM 1060-STAMP-RUN-ID
026900     PERFORM 1050-STAMP-RETURN-DATE
027000     PERFORM 1100-LOAD-ITEMS
027100     PERFORM 1200-SCAN-BATCH-CONTROL
027200     IF WS-FEED-POSTED
027300         DISPLAY "SETTLING FEED " WS-LAST-BATCH-ID
027400         PERFORM 1300-LOAD-REJECTS
027500         PERFORM 1400-LOAD-DECLINES
027600         PERFORM 1500-START-RETURNS
027700     ELSE
027800         DISPLAY "BANKRETN: LAST BATCH POSTED "
027900                 WS-LAST-BATCH-ID " IS NOT A FEED ON THE "
028000                 "REGISTER - NOTHING TO SETTLE"
028100     END-IF
028200     EXIT.
028300
028400*****************************************************************
028500*  1050-STAMP-RETURN-DATE - RETURNS ARE DATED THE BUSINESS DAY
028600*  JUST POSTED, FALLING BACK TO THE RUN DATE ON A SYSTEM THAT
028700*  HAS NEVER POSTED.
028800*****************************************************************
028900 1050-STAMP-RETURN-DATE.
029000     OPEN INPUT BUS-DATE-FILE
029100     IF WS-BDATE-FILE-STATUS NOT = "00"
029200         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
029300         PERFORM 9930-ABEND-BUSDATE-FILE
029400     END-IF
029500     READ BUS-DATE-FILE
029600         AT END
029700             MOVE "READ BUS-DATE-FILE (EMPTY)"
029800                 TO WS-ABEND-CONTEXT
029900             PERFORM 9930-ABEND-BUSDATE-FILE
030000     END-READ
030100     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
030200     CLOSE BUS-DATE-FILE
030300     IF BD-LAST-DATE = SPACES
030400         MOVE BD-RUN-DATE  TO WS-RETURN-DATE
030500     ELSE
030600         MOVE BD-LAST-DATE TO WS-RETURN-DATE
030700     END-IF
030800     DISPLAY "EXTERNAL CREDITS RETURNS FOR " WS-RETURN-DATE
030900     EXIT.
031000
031100*****************************************************************
031200*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
031300*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
031400*****************************************************************
031500 1060-STAMP-RUN-ID.
031600     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
031700     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
031800     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
031900            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
032000         INTO WS-RUN-ID
032100     END-STRING
032200     MOVE SPACES TO WS-RUN-LOG-LINE
032300     STRING "BANKRETN,"  DELIMITED BY SIZE
032400            WS-RUN-ID    DELIMITED BY SIZE
032500            ",START"     DELIMITED BY SIZE
032600         INTO WS-RUN-LOG-LINE
032700     END-STRING
032800     PERFORM 9700-WRITE-RUN-LOG
032900     EXIT.
033000
033100*****************************************************************
033200*  1100-LOAD-ITEMS - LOAD THE REGISTER.  STATUS "35" MEANS NO
033300*  FEED HAS EVER BEEN TAKEN IN.  AN ITEM REGISTERED TWICE (THE
033400*  SAME FEED RUN THROUGH THE INTAKE AGAIN) IS KEPT ONCE, AS ITS
033433*  LATEST REGISTRATION - THE INTAKE RUN WHOSE BATCH THE EDIT AND
033466*  THE POSTING RUN ACTUALLY SAW.
033500*****************************************************************
033600 1100-LOAD-ITEMS.
033700     OPEN INPUT ITEM-FILE
033800     IF WS-ITEM-FILE-STATUS = "00"
033900         PERFORM 1110-LOAD-ITEM
034000             UNTIL WS-ITEM-EOF
034100         CLOSE ITEM-FILE
034200     ELSE
034300         IF WS-ITEM-FILE-STATUS NOT = "35"
034400             MOVE "OPEN INPUT ITEM-FILE" TO WS-ABEND-CONTEXT
034500             PERFORM 9900-ABEND-ITEM-FILE
034600         END-IF
034700     END-IF
034800     EXIT.
034900
035000 1110-LOAD-ITEM.
035100     READ ITEM-FILE
035200         AT END
035300             MOVE "Y" TO WS-ITEM-EOF-SW
035400         NOT AT END
035500             MOVE ITEM-RECORD TO XIT-CSV-RECORD
035600             MOVE 0 TO WS-ITEM-MATCH-IDX
035700             PERFORM VARYING RIT-IDX FROM 1 BY 1
035800                     UNTIL RIT-IDX > WS-ITEM-COUNT
035900                 IF RIT-FEED-ID (RIT-IDX) = XI-FEED-ID
036000                    AND RIT-ROW-NO (RIT-IDX) = XI-ROW-NO
036100                     MOVE RIT-IDX       TO WS-ITEM-MATCH-IDX
036200                     MOVE WS-ITEM-COUNT TO RIT-IDX
036300                 END-IF
036400             END-PERFORM
036500             IF WS-ITEM-MATCH-IDX > 0
036600                 ADD 1 TO WS-DUP-COUNT
036700             ELSE
036800                 PERFORM 1120-ADD-ITEM
036900             END-IF
036950             PERFORM 1130-FILL-ITEM
037000     END-READ
037100     EXIT.
037200
037300 1120-ADD-ITEM.
037400     IF WS-ITEM-COUNT = 1000
037500         MOVE "WS-ITEM-TABLE OCCURS 1000" TO WS-ABEND-CONTEXT
037600         PERFORM 9920-ABEND-TABLE-OVERFLOW
037700     END-IF
037800     ADD 1 TO WS-ITEM-COUNT
037850     MOVE WS-ITEM-COUNT TO WS-ITEM-MATCH-IDX
037870     EXIT.
037880
037890*****************************************************************
037893*  1130-FILL-ITEM - THE REGISTER ROW JUST READ GOES INTO THE
037896*  TABLE AT WS-ITEM-MATCH-IDX, A NEW ENTRY OR THE EARLIER
037897*  REGISTRATION OF THE SAME ITEM, WHICH IT REPLACES.
037898*****************************************************************
037899 1130-FILL-ITEM.
037900     MOVE XI-FEED-ID     TO RIT-FEED-ID     (WS-ITEM-MATCH-IDX)
038000     MOVE XI-ROW-NO      TO RIT-ROW-NO      (WS-ITEM-MATCH-IDX)
038100     MOVE XI-ACCOUNT-ID  TO RIT-ACCOUNT-ID  (WS-ITEM-MATCH-IDX)
038200     MOVE XI-AMOUNT      TO RIT-AMOUNT      (WS-ITEM-MATCH-IDX)
038300     MOVE XI-SOURCE-NAME TO RIT-SOURCE-NAME (WS-ITEM-MATCH-IDX)
038400     MOVE XI-VALUE-DATE  TO RIT-VALUE-DATE  (WS-ITEM-MATCH-IDX)
038500     MOVE XI-SOURCE-REF  TO RIT-SOURCE-REF  (WS-ITEM-MATCH-IDX)
038600     MOVE "N"            TO RIT-BCTL-SW     (WS-ITEM-MATCH-IDX)
038700     MOVE SPACE          TO RIT-STATE       (WS-ITEM-MATCH-IDX)
038800     EXIT.
038900
039000*****************************************************************
039100*  1200-SCAN-BATCH-CONTROL - READ THE BATCH-CONTROL LOG TO THE
039200*  END, MARKING EVERY REGISTERED ITEM WHOSE FEED HAS BEEN
039300*  POSTED AND KEEPING THE LAST BATCH ID - THE ONE THE POSTING
039400*  RUN JUST POSTED.  IF ANY ITEM BELONGS TO THAT BATCH, TODAY
039500*  IS ITS SETTLEMENT DAY.
039600*****************************************************************
039700 1200-SCAN-BATCH-CONTROL.
039800     OPEN INPUT BATCH-CTL-FILE
039900     IF WS-BCTL-FILE-STATUS = "00"
040000         PERFORM 1210-READ-BATCH-CONTROL
040100             UNTIL WS-BCTL-EOF
040200         CLOSE BATCH-CTL-FILE
040300     ELSE
040400         IF WS-BCTL-FILE-STATUS NOT = "35"
040500             MOVE "OPEN INPUT BATCH-CTL-FILE"
040600                 TO WS-ABEND-CONTEXT
040700             PERFORM 9940-ABEND-BCTL-FILE
040800         END-IF
040900     END-IF
041000     PERFORM VARYING RIT-IDX FROM 1 BY 1
041100             UNTIL RIT-IDX > WS-ITEM-COUNT
041200         IF RIT-FEED-ID (RIT-IDX) = WS-LAST-BATCH-ID
041300             MOVE "Y" TO WS-FEED-POSTED-SW
041400         END-IF
041500     END-PERFORM
041600     EXIT.
041700
041800 1210-READ-BATCH-CONTROL.
041900     READ BATCH-CTL-FILE
042000         AT END
042100             MOVE "Y" TO WS-BCTL-EOF-SW
042200         NOT AT END
042300             MOVE BATCH-CTL-RECORD TO WS-BCTL-LINE
042400             MOVE BC-BATCH-ID TO WS-LAST-BATCH-ID
042500             PERFORM VARYING RIT-IDX FROM 1 BY 1
042600                     UNTIL RIT-IDX > WS-ITEM-COUNT
042700                 IF RIT-FEED-ID (RIT-IDX) = BC-BATCH-ID
042800                     MOVE "Y" TO RIT-BCTL-SW (RIT-IDX)
042900                 END-IF
043000             END-PERFORM
043100     END-READ
043200     EXIT.
043300
043400*****************************************************************
043500*  1300-LOAD-REJECTS - BANKEDIT'S REJECTS FOR THE BATCH.  NO
043600*  FILE MEANS NOTHING WAS REJECTED.
043700*****************************************************************
043800 1300-LOAD-REJECTS.
043900     OPEN INPUT REJECT-FILE
044000     IF WS-REJ-FILE-STATUS = "00"
044100         PERFORM 1310-LOAD-REJECT
044200             UNTIL WS-REJ-EOF
044300         CLOSE REJECT-FILE
044400     ELSE
044500         IF WS-REJ-FILE-STATUS NOT = "35"
044600             MOVE "OPEN INPUT REJECT-FILE" TO WS-ABEND-CONTEXT
044700             PERFORM 9950-ABEND-REJECT-FILE
044800         END-IF
044900     END-IF
045000     EXIT.
045100
045200 1310-LOAD-REJECT.
045300     READ REJECT-FILE
045400         AT END
045500             MOVE "Y" TO WS-REJ-EOF-SW
045600         NOT AT END
045700             IF WS-REJ-COUNT = 1000
045800                 MOVE "WS-REJ-TABLE OCCURS 1000"
045900                     TO WS-ABEND-CONTEXT
046000                 PERFORM 9920-ABEND-TABLE-OVERFLOW
046100             END-IF
046200             MOVE REJECT-RECORD TO WS-REJECT-LINE
046300             ADD 1 TO WS-REJ-COUNT
046400             MOVE REJ-ROW    TO RJT-ROW    (WS-REJ-COUNT)
046500             MOVE REJ-REASON TO RJT-REASON (WS-REJ-COUNT)
046600             MOVE "N"        TO RJT-USED-SW (WS-REJ-COUNT)
046700     END-READ
046800     EXIT.
046900
047000*****************************************************************
047100*  1400-LOAD-DECLINES - THE POSTING RUN'S DECLINES OF BATCH
047200*  DEPOSITS (SOURCE "B") - THE ONLY DECLINES A FEED ITEM CAN
047233*  HAVE CAUSED.  A DEPOSIT TAKEN OFF ANOTHER QUEUE (SOURCE "Q",
047266*  E.G. AN APPROVED POSTING) IS NOT A FEED ITEM AND IS LEFT OUT,
047280*  SO IT CANNOT SETTLE A FEED ITEM OF THE SAME ACCOUNT AND
047290*  AMOUNT.  NO FILE MEANS NOTHING WAS DECLINED.
047400*****************************************************************
047500 1400-LOAD-DECLINES.
047600     OPEN INPUT DECLINE-FILE
047700     IF WS-DECL-FILE-STATUS = "00"
047800         PERFORM 1410-LOAD-DECLINE
047900             UNTIL WS-DECL-EOF
048000         CLOSE DECLINE-FILE
048100     ELSE
048200         IF WS-DECL-FILE-STATUS NOT = "35"
048300             MOVE "OPEN INPUT DECLINE-FILE" TO WS-ABEND-CONTEXT
048400             PERFORM 9960-ABEND-DECLINE-FILE
048500         END-IF
048600     END-IF
048700     EXIT.
048800
048900 1410-LOAD-DECLINE.
049000     READ DECLINE-FILE
049100         AT END
049200             MOVE "Y" TO WS-DECL-EOF-SW
049300         NOT AT END
049400             MOVE DECLINE-RECORD TO WS-DECL-LINE
049500             IF DL-TXN-TYPE = "DEPOSIT"
049600                AND DL-SOURCE = "B"
049700                 IF WS-DECL-COUNT = 2000
049800                     MOVE "WS-DECL-TABLE OCCURS 2000"
049900                         TO WS-ABEND-CONTEXT
050000                     PERFORM 9920-ABEND-TABLE-OVERFLOW
050100                 END-IF
050200                 ADD 1 TO WS-DECL-COUNT
050300                 MOVE DL-ACCOUNT-ID TO DCT-ACCOUNT-ID
050400                                             (WS-DECL-COUNT)
050500                 MOVE DL-AMOUNT     TO DCT-AMOUNT (WS-DECL-COUNT)
050600                 MOVE DL-REASON     TO DCT-REASON (WS-DECL-COUNT)
050700                 MOVE "N"           TO DCT-USED-SW
050800                                             (WS-DECL-COUNT)
050900             END-IF
051000     END-READ
051100     EXIT.
051200
051300*****************************************************************
051400*  1500-START-RETURNS - OPEN THE RETURNS FILE AND HEAD IT WITH
051500*  THE FEED ID THE ITEMS CAME IN ON.
051600*****************************************************************
051700 1500-START-RETURNS.
051800     OPEN OUTPUT RETURN-FILE
051900     IF WS-RTN-FILE-STATUS NOT = "00"
052000         MOVE "OPEN OUTPUT RETURN-FILE" TO WS-ABEND-CONTEXT
052100         PERFORM 9910-ABEND-RETURN-FILE
052200     END-IF
052300     MOVE WS-LAST-BATCH-ID  TO XRH-FEED-ID
052400     MOVE WS-RETURN-DATE    TO XRH-RETURN-DATE
052500     MOVE XRT-HEADER-RECORD TO RETURN-RECORD
052600     WRITE RETURN-RECORD
052700     IF WS-RTN-FILE-STATUS NOT = "00"
052800         MOVE "WRITE RETURN (HEADER)" TO WS-ABEND-CONTEXT
052900         PERFORM 9910-ABEND-RETURN-FILE
053000     END-IF
053100     EXIT.
053200
053300*****************************************************************
053400*  2000-SETTLE-ITEMS - WALK THE REGISTER.  AN ITEM OF THE FEED
053500*  JUST POSTED IS SETTLED; AN ITEM WHOSE FEED WAS POSTED ON AN
053600*  EARLIER RUN THAT THIS STEP DID NOT FOLLOW IS STALE - ITS
053700*  REJECTS AND DECLINES ARE GONE - AND IS LEFT FOR THE
053800*  PROCESSOR DESK; ANY OTHER ITEM IS STILL AWAITING ITS
053900*  POSTING RUN.
054000*****************************************************************
054100 2000-SETTLE-ITEMS.
054200     PERFORM VARYING RIT-IDX FROM 1 BY 1
054300             UNTIL RIT-IDX > WS-ITEM-COUNT
054400         IF WS-FEED-POSTED
054500            AND RIT-FEED-ID (RIT-IDX) = WS-LAST-BATCH-ID
054600             MOVE RIT-IDX TO WS-ITEM-MATCH-IDX
054700             PERFORM 2100-SETTLE-ITEM
054800         ELSE
054900             IF RIT-FEED-ON-BCTL (RIT-IDX)
055000                 ADD 1 TO WS-STALE-COUNT
055100                 DISPLAY "STALE ITEM " RIT-FEED-ID (RIT-IDX)
055200                         " " RIT-SOURCE-REF (RIT-IDX)
055300                         " - FEED POSTED, NOT SETTLED"
055400             ELSE
055500                 ADD 1 TO WS-AWAITING-COUNT
055600             END-IF
055700         END-IF
055800     END-PERFORM
055900     IF WS-FEED-POSTED
056000         PERFORM 2900-FINISH-RETURNS
056100     END-IF
056200     EXIT.
056300
056400*****************************************************************
056500*  2100-SETTLE-ITEM - ONE ITEM OF THE FEED JUST POSTED.  ITS
056600*  PENDING ROW IS REBUILT EXACTLY AS BANKFEED WROTE IT AND
056700*  LOOKED FOR AMONG BANKEDIT'S REJECTS, THEN AMONG THE POSTING
056800*  RUN'S DECLINED DEPOSITS BY ACCOUNT AND AMOUNT.  FOUND IN
056900*  EITHER, IT IS RETURNED WITH THE REASON GIVEN THERE;
057000*  OTHERWISE IT POSTED.
057100*****************************************************************
057200 2100-SETTLE-ITEM.
057300     MOVE RIT-ACCOUNT-ID  (WS-ITEM-MATCH-IDX) TO P-ACCOUNT-ID
057400     MOVE "DEPOSIT"                           TO P-TXN-TYPE
057500     MOVE RIT-AMOUNT      (WS-ITEM-MATCH-IDX) TO P-AMOUNT
057600     MOVE RIT-SOURCE-NAME (WS-ITEM-MATCH-IDX) TO P-MERCHANT
057700     MOVE "ExtCredit"                         TO P-CATEGORY
057800     MOVE 0                                   TO P-REF-TXN-ID
057900     MOVE SPACES                              TO P-CO-ACCOUNT-ID
058000     MOVE SPACES                              TO P-HOLD-DATE
058100     MOVE SPACES TO WS-RETURN-REASON
058200     PERFORM VARYING RJT-IDX FROM 1 BY 1
058300             UNTIL RJT-IDX > WS-REJ-COUNT
058400         IF NOT RJT-USED (RJT-IDX)
058500            AND RJT-ROW (RJT-IDX) = PND-CSV-RECORD
058600             MOVE "Y" TO RJT-USED-SW (RJT-IDX)
058700             MOVE RJT-REASON (RJT-IDX) TO WS-RETURN-REASON
058800             MOVE WS-REJ-COUNT TO RJT-IDX
058900         END-IF
059000     END-PERFORM
059100     IF WS-RETURN-REASON = SPACES
059200         MOVE RIT-AMOUNT (WS-ITEM-MATCH-IDX)
059300             TO WS-ITEM-AMOUNT-ED
059400         PERFORM VARYING DCT-IDX FROM 1 BY 1
059500                 UNTIL DCT-IDX > WS-DECL-COUNT
059600             IF NOT DCT-USED (DCT-IDX)
059700                AND DCT-ACCOUNT-ID (DCT-IDX) =
059800                    RIT-ACCOUNT-ID (WS-ITEM-MATCH-IDX)
059900                AND DCT-AMOUNT (DCT-IDX) = WS-ITEM-AMOUNT-X
060000                 MOVE "Y" TO DCT-USED-SW (DCT-IDX)
060100                 MOVE DCT-REASON (DCT-IDX) TO WS-RETURN-REASON
060200                 MOVE WS-DECL-COUNT TO DCT-IDX
060300             END-IF
060400         END-PERFORM
060500     END-IF
060600     IF WS-RETURN-REASON = SPACES
060700         MOVE "P" TO RIT-STATE (WS-ITEM-MATCH-IDX)
060800         ADD 1 TO WS-POSTED-COUNT
060900     ELSE
061000         PERFORM 2200-RETURN-ITEM
061100     END-IF
061200     EXIT.
061300
061400*****************************************************************
061500*  2200-RETURN-ITEM - SEND THE ITEM BACK TO THE PROCESSOR AS
061600*  THEY SENT IT, WITH THE RETURN REASON CODE, AND LOG IT.
061700*****************************************************************
061800 2200-RETURN-ITEM.
061900     PERFORM 2300-SET-RETURN-CODE
062000     MOVE RIT-ACCOUNT-ID  (WS-ITEM-MATCH-IDX) TO XRD-ACCOUNT-ID
062100     MOVE RIT-AMOUNT      (WS-ITEM-MATCH-IDX) TO XRD-AMOUNT
062200     MOVE RIT-SOURCE-NAME (WS-ITEM-MATCH-IDX) TO XRD-SOURCE-NAME
062300     MOVE RIT-VALUE-DATE  (WS-ITEM-MATCH-IDX) TO XRD-VALUE-DATE
062400     MOVE RIT-SOURCE-REF  (WS-ITEM-MATCH-IDX) TO XRD-SOURCE-REF
062500     MOVE WS-RETURN-CODE                      TO XRD-RETURN-CODE
062600     MOVE XRT-DETAIL-RECORD TO RETURN-RECORD
062700     WRITE RETURN-RECORD
062800     IF WS-RTN-FILE-STATUS NOT = "00"
062900         MOVE "WRITE RETURN-RECORD" TO WS-ABEND-CONTEXT
063000         PERFORM 9910-ABEND-RETURN-FILE
063100     END-IF
063200     MOVE "R" TO RIT-STATE (WS-ITEM-MATCH-IDX)
063300     ADD 1 TO WS-RETURNED-COUNT
063400     ADD XRD-AMOUNT TO WS-RETURN-AMT-TOTAL
063500     DISPLAY "ITEM RETURNED " XRD-SOURCE-REF " CODE "
063600             WS-RETURN-CODE " - " WS-RETURN-REASON
063700     MOVE SPACES TO WS-RUN-LOG-LINE
063800     STRING "BANKRETN,"      DELIMITED BY SIZE
063900            WS-RUN-ID        DELIMITED BY SIZE
064000            ",RETURN,FEED="  DELIMITED BY SIZE
064100            XRH-FEED-ID      DELIMITED BY SIZE
064200            ",REF="          DELIMITED BY SIZE
064300            XRD-SOURCE-REF   DELIMITED BY SIZE
064400            ","              DELIMITED BY SIZE
064500            XRD-ACCOUNT-ID   DELIMITED BY SIZE
064600            ",AMOUNT="       DELIMITED BY SIZE
064700            XRD-AMOUNT       DELIMITED BY SIZE
064800            ",CODE="         DELIMITED BY SIZE
064900            WS-RETURN-CODE   DELIMITED BY SIZE
065000            ","              DELIMITED BY SIZE
065100            WS-RETURN-REASON DELIMITED BY SIZE
065200         INTO WS-RUN-LOG-LINE
065300     END-STRING
065400     PERFORM 9700-WRITE-RUN-LOG
065500     EXIT.
065600
065700*****************************************************************
065800*  2300-SET-RETURN-CODE - THE STANDARD RETURN REASON CODE FOR
065900*  THE EDIT OR DECLINE REASON (SEE XRTREC).
066000*****************************************************************
066100 2300-SET-RETURN-CODE.
066200     IF WS-RETURN-REASON = "ACCOUNT ID MISSING"
066300        OR WS-RETURN-REASON = "ACCOUNT NOT ON MASTER"
066400         MOVE "R03" TO WS-RETURN-CODE
066500     ELSE
066600         IF WS-RETURN-REASON = "ACCOUNT CLOSED"
066700             MOVE "R02" TO WS-RETURN-CODE
066800         ELSE
066900             IF WS-RETURN-REASON = "ACCOUNT FROZEN"
067000                OR WS-RETURN-REASON = "ACCOUNT DORMANT - REFER"
067100                 MOVE "R16" TO WS-RETURN-CODE
067200             ELSE
067300                 MOVE "R17" TO WS-RETURN-CODE
067400             END-IF
067500         END-IF
067600     END-IF
067700     EXIT.
067800
067900*****************************************************************
068000*  2900-FINISH-RETURNS - CLOSE THE RETURNS FILE WITH THE
068100*  TRAILER THE PROCESSOR PROVES IT AGAINST.
068200*****************************************************************
068300 2900-FINISH-RETURNS.
068400     MOVE WS-RETURNED-COUNT   TO XRR-ITEM-COUNT
068500     MOVE WS-RETURN-AMT-TOTAL TO XRR-AMOUNT-TOTAL
068600     MOVE XRT-TRAILER-RECORD  TO RETURN-RECORD
068700     WRITE RETURN-RECORD
068800     IF WS-RTN-FILE-STATUS NOT = "00"
068900         MOVE "WRITE RETURN (TRAILER)" TO WS-ABEND-CONTEXT
069000         PERFORM 9910-ABEND-RETURN-FILE
069100     END-IF
069200     CLOSE RETURN-FILE
069300     IF WS-RTN-FILE-STATUS NOT = "00"
069400         MOVE "CLOSE RETURN-FILE" TO WS-ABEND-CONTEXT
069500         PERFORM 9910-ABEND-RETURN-FILE
069600     END-IF
069700     EXIT.
069800
069900*****************************************************************
070000*  3000-REWRITE-REGISTER - WRITE EVERY ITEM STILL OPEN TO THE
070100*  WORK FILE AND ONLY ONCE IT IS COMPLETE AND CLOSED COPY IT
070200*  OVER THE LIVE REGISTER.  NOTHING SETTLED MEANS NOTHING TO
070300*  REWRITE.
070400*****************************************************************
070500 3000-REWRITE-REGISTER.
070600     IF WS-POSTED-COUNT > 0 OR WS-RETURNED-COUNT > 0
070700        OR WS-DUP-COUNT > 0
070800         OPEN OUTPUT ITEM-NEW-FILE
070900         IF WS-INEW-FILE-STATUS NOT = "00"
071000             MOVE "OPEN OUTPUT ITEM-NEW" TO WS-ABEND-CONTEXT
071100             PERFORM 9915-ABEND-INEW-FILE
071200         END-IF
071300         PERFORM VARYING RIT-IDX FROM 1 BY 1
071400                 UNTIL RIT-IDX > WS-ITEM-COUNT
071500             IF RIT-OPEN (RIT-IDX)
071600                 PERFORM 3010-WRITE-OPEN-ITEM
071700             END-IF
071800         END-PERFORM
071900         CLOSE ITEM-NEW-FILE
072000         IF WS-INEW-FILE-STATUS NOT = "00"
072100             MOVE "CLOSE ITEM-NEW-FILE" TO WS-ABEND-CONTEXT
072200             PERFORM 9915-ABEND-INEW-FILE
072300         END-IF
072400         PERFORM 3100-SWAP-IN-NEW-REGISTER
072500     END-IF
072600     EXIT.
072700
072800 3010-WRITE-OPEN-ITEM.
072900     MOVE RIT-FEED-ID     (RIT-IDX) TO XI-FEED-ID
073000     MOVE RIT-ROW-NO      (RIT-IDX) TO XI-ROW-NO
073100     MOVE RIT-ACCOUNT-ID  (RIT-IDX) TO XI-ACCOUNT-ID
073200     MOVE RIT-AMOUNT      (RIT-IDX) TO XI-AMOUNT
073300     MOVE RIT-SOURCE-NAME (RIT-IDX) TO XI-SOURCE-NAME
073400     MOVE RIT-VALUE-DATE  (RIT-IDX) TO XI-VALUE-DATE
073500     MOVE RIT-SOURCE-REF  (RIT-IDX) TO XI-SOURCE-REF
073600     MOVE XIT-CSV-RECORD TO ITEM-NEW-RECORD
073700     WRITE ITEM-NEW-RECORD
073800     IF WS-INEW-FILE-STATUS NOT = "00"
073900         MOVE "WRITE ITEM-NEW-RECORD" TO WS-ABEND-CONTEXT
074000         PERFORM 9915-ABEND-INEW-FILE
074100     END-IF
074200     EXIT.
074300
074400*****************************************************************
074500*  3100-SWAP-IN-NEW-REGISTER - THE REGISTER IS COMPLETE ON THE
074600*  WORK FILE; COPY IT OVER EXTERNAL_ITEMS.CSV.  AN ABEND IN
074700*  HERE LEAVES DATA/EXTERNAL_ITEMS_NEW.CSV INTACT FOR A MANUAL
074800*  RESTART (COPY IT OVER DATA/EXTERNAL_ITEMS.CSV).
074900*****************************************************************
075000 3100-SWAP-IN-NEW-REGISTER.
075100     OPEN INPUT ITEM-NEW-FILE
075200     IF WS-INEW-FILE-STATUS NOT = "00"
075300         MOVE "OPEN INPUT ITEM-NEW" TO WS-ABEND-CONTEXT
075400         PERFORM 9915-ABEND-INEW-FILE
075500     END-IF
075600     OPEN OUTPUT ITEM-FILE
075700     IF WS-ITEM-FILE-STATUS NOT = "00"
075800         MOVE "OPEN OUTPUT ITEM-FILE" TO WS-ABEND-CONTEXT
075900         PERFORM 9900-ABEND-ITEM-FILE
076000     END-IF
076100     PERFORM 3110-COPY-NEW-ITEM-ROW
076200         UNTIL WS-INEW-EOF
076300     CLOSE ITEM-NEW-FILE
076320     IF WS-INEW-FILE-STATUS NOT = "00"
076340         MOVE "CLOSE ITEM-NEW-FILE (SWAP)" TO WS-ABEND-CONTEXT
076360         PERFORM 9915-ABEND-INEW-FILE
076380     END-IF
076400     CLOSE ITEM-FILE
076500     IF WS-ITEM-FILE-STATUS NOT = "00"
076600         MOVE "CLOSE ITEM-FILE (SWAP)" TO WS-ABEND-CONTEXT
076700         PERFORM 9900-ABEND-ITEM-FILE
076800     END-IF
076900     EXIT.
077000
077100 3110-COPY-NEW-ITEM-ROW.
077200     READ ITEM-NEW-FILE
077300         AT END
077400             MOVE "Y" TO WS-INEW-EOF-SW
077500         NOT AT END
077600             MOVE ITEM-NEW-RECORD TO ITEM-RECORD
077700             WRITE ITEM-RECORD
077800             IF WS-ITEM-FILE-STATUS NOT = "00"
077900                 MOVE "WRITE ITEM-RECORD (SWAP)"
078000                     TO WS-ABEND-CONTEXT
078100                 PERFORM 9900-ABEND-ITEM-FILE
078200             END-IF
078300     END-READ
078400     EXIT.
078500
078600*****************************************************************
078700*  9000-TERMINATE - REPORT THE RUN AND LOG ITS END.  A RETURNED
078800*  ITEM OR A STALE ONE LEAVES A WARNING RETURN CODE SO THE
078900*  SCHEDULER CAN FLAG THE RETURNS FILE FOR TRANSMISSION AND
079000*  THE STALE ITEMS FOR THE PROCESSOR DESK.
079100*****************************************************************
079200 9000-TERMINATE.
079300     DISPLAY "Items posted          : " WS-POSTED-COUNT
079400     DISPLAY "Items returned        : " WS-RETURNED-COUNT
079500     DISPLAY "Items awaiting posting: " WS-AWAITING-COUNT
079600     DISPLAY "Items stale           : " WS-STALE-COUNT
079700     DISPLAY "External credits returns complete."
079800     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
079900     MOVE SPACES TO WS-RUN-LOG-LINE
080000     IF WS-RETURNED-COUNT > 0 OR WS-STALE-COUNT > 0
080100         MOVE 4 TO RETURN-CODE
080200         STRING "BANKRETN,"       DELIMITED BY SIZE
080300                WS-RUN-ID         DELIMITED BY SIZE
080400                ",END,POSTED="    DELIMITED BY SIZE
080500                WS-POSTED-COUNT   DELIMITED BY SIZE
080600                ",RETURNED="      DELIMITED BY SIZE
080700                WS-RETURNED-COUNT DELIMITED BY SIZE
080800                ",AWAITING="      DELIMITED BY SIZE
080900                WS-AWAITING-COUNT DELIMITED BY SIZE
081000                ",STALE="         DELIMITED BY SIZE
081100                WS-STALE-COUNT    DELIMITED BY SIZE
081200                ",RC=04"          DELIMITED BY SIZE
081300                ",ENDED="         DELIMITED BY SIZE
081400                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
081500             INTO WS-RUN-LOG-LINE
081600         END-STRING
081700     ELSE
081800         STRING "BANKRETN,"       DELIMITED BY SIZE
081900                WS-RUN-ID         DELIMITED BY SIZE
082000                ",END,POSTED="    DELIMITED BY SIZE
082100                WS-POSTED-COUNT   DELIMITED BY SIZE
082200                ",RETURNED="      DELIMITED BY SIZE
082300                WS-RETURNED-COUNT DELIMITED BY SIZE
082400                ",AWAITING="      DELIMITED BY SIZE
082500                WS-AWAITING-COUNT DELIMITED BY SIZE
082600                ",STALE="         DELIMITED BY SIZE
082700                WS-STALE-COUNT    DELIMITED BY SIZE
082800                ",RC=00"          DELIMITED BY SIZE
082900                ",ENDED="         DELIMITED BY SIZE
083000                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
083100             INTO WS-RUN-LOG-LINE
083200         END-STRING
083300     END-IF
083400     PERFORM 9700-WRITE-RUN-LOG
083500     EXIT.
083600
083700*****************************************************************
083800*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
083900*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
084000*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
084100*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
084200*  THE RUN.
084300*****************************************************************
084400 9700-WRITE-RUN-LOG.
084500     OPEN EXTEND RUN-LOG-FILE
084600     IF WS-RUNLOG-FILE-STATUS = "35"
084700         OPEN OUTPUT RUN-LOG-FILE
084800     END-IF
084900     IF WS-RUNLOG-FILE-STATUS NOT = "00"
085000         DISPLAY "BANKRETN: RUN LOG UNAVAILABLE, STATUS="
085100                 WS-RUNLOG-FILE-STATUS
085200     ELSE
085300         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
085400         WRITE RUN-LOG-RECORD
085500         IF WS-RUNLOG-FILE-STATUS NOT = "00"
085600             DISPLAY "BANKRETN: RUN LOG WRITE FAILED, STATUS="
085700                     WS-RUNLOG-FILE-STATUS
085800         END-IF
085900         CLOSE RUN-LOG-FILE
086000     END-IF
086100     EXIT.
086200
086300*****************************************************************
086400*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
086500*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
086600*  PARAGRAPH BEFORE ITS STOP RUN.
086700*****************************************************************
086800 9800-LOG-ABEND.
086900     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
087000     MOVE SPACES TO WS-RUN-LOG-LINE
087100     STRING "BANKRETN,"      DELIMITED BY SIZE
087200            WS-RUN-ID        DELIMITED BY SIZE
087300            ",ABEND,"        DELIMITED BY SIZE
087400            WS-ABEND-CONTEXT DELIMITED BY SIZE
087500            ",STATUS="       DELIMITED BY SIZE
087600            WS-ABEND-STATUS  DELIMITED BY SIZE
087700            ",RC=16"         DELIMITED BY SIZE
087800            ",ENDED="        DELIMITED BY SIZE
087900            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
088000         INTO WS-RUN-LOG-LINE
088100     END-STRING
088200     PERFORM 9700-WRITE-RUN-LOG
088300     EXIT.
088400
088500*****************************************************************
088600*  9900-ABEND-ITEM-FILE - THE ITEM REGISTER FAILED ON OPEN,
088700*  READ, WRITE OR CLOSE.  A HALF-REWRITTEN REGISTER WOULD LOSE
088800*  ITEMS THAT MAY STILL NEED RETURNING, SO THE RUN STOPS.
088900*****************************************************************
089000 9900-ABEND-ITEM-FILE.
089100     DISPLAY "BANKRETN: FATAL - ITEM-FILE ERROR ON "
089200             WS-ABEND-CONTEXT
089300     DISPLAY "BANKRETN: FILE STATUS=" WS-ITEM-FILE-STATUS
089400     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
089500     MOVE WS-ITEM-FILE-STATUS TO WS-ABEND-STATUS
089600     PERFORM 9800-LOG-ABEND
089700     MOVE 16 TO RETURN-CODE
089800     STOP RUN.
089900
090000*****************************************************************
090100*  9910-ABEND-RETURN-FILE - THE RETURNS FILE FAILED ON OPEN,
090200*  WRITE OR CLOSE.  THE REGISTER HAS NOT BEEN REWRITTEN, SO A
090300*  RERUN SETTLES THE SAME ITEMS AGAIN.
090400*****************************************************************
090500 9910-ABEND-RETURN-FILE.
090600     DISPLAY "BANKRETN: FATAL - RETURN-FILE ERROR ON "
090700             WS-ABEND-CONTEXT
090800     DISPLAY "BANKRETN: FILE STATUS=" WS-RTN-FILE-STATUS
090900     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
091000     MOVE WS-RTN-FILE-STATUS TO WS-ABEND-STATUS
091100     PERFORM 9800-LOG-ABEND
091200     MOVE 16 TO RETURN-CODE
091300     STOP RUN.
091400
091500*****************************************************************
091600*  9915-ABEND-INEW-FILE - THE WORK COPY OF THE REGISTER FAILED
091700*  ON OPEN, WRITE OR CLOSE.  EXTERNAL_ITEMS.CSV HAS NOT BEEN
091800*  TOUCHED YET, SO THE RUN JUST STOPS.
091900*****************************************************************
092000 9915-ABEND-INEW-FILE.
092100     DISPLAY "BANKRETN: FATAL - ITEM-NEW-FILE ERROR ON "
092200             WS-ABEND-CONTEXT
092300     DISPLAY "BANKRETN: FILE STATUS=" WS-INEW-FILE-STATUS
092400     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
092500     MOVE WS-INEW-FILE-STATUS TO WS-ABEND-STATUS
092600     PERFORM 9800-LOG-ABEND
092700     MOVE 16 TO RETURN-CODE
092800     STOP RUN.
092900
093000*****************************************************************
093100*  9920-ABEND-TABLE-OVERFLOW - A TABLE IS AT ITS OCCURS LIMIT
093200*  AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  STOPPING HERE
093300*  BEATS INDEXING PAST THE END OF THE TABLE AND CORRUPTING
093400*  ADJACENT STORAGE.
093500*****************************************************************
093600 9920-ABEND-TABLE-OVERFLOW.
093700     DISPLAY "BANKRETN: FATAL - TABLE CAPACITY EXCEEDED ON "
093800             WS-ABEND-CONTEXT
093900     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
094000     MOVE SPACES TO WS-ABEND-STATUS
094100     PERFORM 9800-LOG-ABEND
094200     MOVE 16 TO RETURN-CODE
094300     STOP RUN.
094400
094500*****************************************************************
094600*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
094700*  COULD NOT BE READ.  WITHOUT IT NO RETURN CAN BE DATED, SO
094800*  THE RUN STOPS.
094900*****************************************************************
095000 9930-ABEND-BUSDATE-FILE.
095100     DISPLAY "BANKRETN: FATAL - BUS-DATE-FILE ERROR ON "
095200             WS-ABEND-CONTEXT
095300     DISPLAY "BANKRETN: FILE STATUS=" WS-BDATE-FILE-STATUS
095400     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
095500     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
095600     PERFORM 9800-LOG-ABEND
095700     MOVE 16 TO RETURN-CODE
095800     STOP RUN.
095900
096000*****************************************************************
096100*  9940-ABEND-BCTL-FILE - THE BATCH-CONTROL LOG COULD NOT BE
096200*  READ.  WITHOUT IT THERE IS NO TELLING WHICH FEED WAS POSTED,
096300*  SO THE RUN STOPS BEFORE ANYTHING IS SETTLED.
096400*****************************************************************
096500 9940-ABEND-BCTL-FILE.
096600     DISPLAY "BANKRETN: FATAL - BATCH-CTL-FILE ERROR ON "
096700             WS-ABEND-CONTEXT
096800     DISPLAY "BANKRETN: FILE STATUS=" WS-BCTL-FILE-STATUS
096900     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
097000     MOVE WS-BCTL-FILE-STATUS TO WS-ABEND-STATUS
097100     PERFORM 9800-LOG-ABEND
097200     MOVE 16 TO RETURN-CODE
097300     STOP RUN.
097400
097500*****************************************************************
097600*  9950-ABEND-REJECT-FILE - THE EDIT'S REJECTS COULD NOT BE
097700*  READ.  SETTLING WITHOUT THEM WOULD CALL A REJECTED ITEM
097800*  POSTED, SO THE RUN STOPS.
097900*****************************************************************
098000 9950-ABEND-REJECT-FILE.
098100     DISPLAY "BANKRETN: FATAL - REJECT-FILE ERROR ON "
098200             WS-ABEND-CONTEXT
098300     DISPLAY "BANKRETN: FILE STATUS=" WS-REJ-FILE-STATUS
098400     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
098500     MOVE WS-REJ-FILE-STATUS TO WS-ABEND-STATUS
098600     PERFORM 9800-LOG-ABEND
098700     MOVE 16 TO RETURN-CODE
098800     STOP RUN.
098900
099000*****************************************************************
099100*  9960-ABEND-DECLINE-FILE - THE POSTING RUN'S DECLINES COULD
099200*  NOT BE READ.  SETTLING WITHOUT THEM WOULD CALL A DECLINED
099300*  ITEM POSTED, SO THE RUN STOPS.
099400*****************************************************************
099500 9960-ABEND-DECLINE-FILE.
099600     DISPLAY "BANKRETN: FATAL - DECLINE-FILE ERROR ON "
099700             WS-ABEND-CONTEXT
099800     DISPLAY "BANKRETN: FILE STATUS=" WS-DECL-FILE-STATUS
099900     DISPLAY "BANKRETN: RUN TERMINATED ABNORMALLY."
100000     MOVE WS-DECL-FILE-STATUS TO WS-ABEND-STATUS
100100     PERFORM 9800-LOG-ABEND
100200     MOVE 16 TO RETURN-CODE
100300     STOP RUN.
