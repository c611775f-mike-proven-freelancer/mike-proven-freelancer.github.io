000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKPARM.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  PRODUCT PARAMETER
001200*                    MAINTENANCE - ADDS AND CHANGES ENTRIES ON
001300*                    THE EFFECTIVE-DATED PARAMETER FILE
001400*                    (DATA/PRODUCT_PARAMS.CSV, LAYOUT IN
001500*                    PRMREC) FROM A MAINTENANCE TRANSACTION
001600*                    FILE, SO A RATE, FEE OR BUDGET CAP CHANGE
001700*                    IS KEYED AHEAD OF ITS DAY INSTEAD OF
001800*                    BEING A PROGRAM CHANGE AND RECOMPILE.
001900*                    EVERY APPLIED CHANGE IS WRITTEN TO
002000*                    DATA/RUN_CONTROL.LOG WITH ITS OLD AND NEW
002100*                    VALUE.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-PARM-FILE-STATUS.
002900
003000     SELECT PARAM-MAINT-FILE ASSIGN TO "data/param_maint.csv"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-MAINT-FILE-STATUS.
003300
003400     SELECT PARAM-NEW-FILE
003500         ASSIGN TO "data/product_params_new.csv"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PARMNEW-FILE-STATUS.
003800
003900     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BDATE-FILE-STATUS.
004200
004300     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*****************************************************************
005000*  PARAM-FILE - THE PRODUCT PARAMETER FILE (LAYOUT IN PRMREC),
005100*  LOADED WHOLE, MAINTAINED IN PLACE AND REWRITTEN THROUGH ITS
005200*  WORK FILE THE SAME WAY BANKACCT REWRITES THE ACCOUNTS
005300*  MASTER.
005400*****************************************************************
005500 FD  PARAM-FILE.
005600 01  PARAM-RECORD               PIC X(60).
005700
005800 FD  PARAM-NEW-FILE.
005900 01  PARAM-NEW-RECORD           PIC X(60).
006000
006100 FD  BUS-DATE-FILE.
006200 01  BUS-DATE-RECORD            PIC X(30).
006300
006400 FD  RUN-LOG-FILE.
006500 01  RUN-LOG-RECORD             PIC X(130).
006600
006700*****************************************************************
006800*  PARAM-MAINT-FILE - ONE DAY'S PARAMETER MAINTENANCE, ONE LINE
006900*  PER ACTION:
007000*    ADD    - NEW ENTRY FOR A TYPE, KEY AND EFFECTIVE DATE NOT
007100*             ALREADY ON FILE.  THE EFFECTIVE DATE MAY NOT BE
007200*             BEFORE THE NEXT BUSINESS DATE TO POST - PRICING
007300*             ALREADY USED IS NEVER REWRITTEN AFTER THE FACT.
007400*    CHANGE - NEW AMOUNT AND RATE ON AN EXISTING ENTRY, ONLY
007500*             WHILE THAT ENTRY IS STILL WAITING FOR ITS DAY.  A
007600*             CHANGE TO PRICING ALREADY IN FORCE IS KEYED AS AN
007700*             ADD WITH A NEW EFFECTIVE DATE.
007800*  EVERY TYPE BUT BUDGET-CAP AND TIER-RATE IS SINGLE-VALUED AND
007900*  USES "*" AS THE KEY - THE LIST OF TYPES IS IN PRMREC.
008000*****************************************************************
008100 FD  PARAM-MAINT-FILE.
008200 01  PARAM-MAINT-RECORD.
008300     05  PM-ACTION              PIC X(8).
008400     05  FILLER                 PIC X.
008500     05  PM-PARAM-TYPE          PIC X(10).
008600     05  FILLER                 PIC X.
008700     05  PM-PARAM-KEY           PIC X(16).
008800     05  FILLER                 PIC X.
008900     05  PM-EFF-DATE            PIC X(10).
009000     05  FILLER                 PIC X.
009100     05  PM-AMOUNT              PIC 9(7)V99.
009200     05  FILLER                 PIC X.
009300     05  PM-RATE                PIC V9(5).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-PARM-FILE-STATUS        PIC XX.
009700 01  WS-MAINT-FILE-STATUS       PIC XX.
009800 01  WS-PARMNEW-FILE-STATUS     PIC XX.
009900 01  WS-BDATE-FILE-STATUS       PIC XX.
010000 01  WS-RUNLOG-FILE-STATUS      PIC XX.
010100 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
010200
010300 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
010400     88  WS-PARM-EOF                        VALUE "Y".
010500 01  WS-MAINT-EOF-SW            PIC X       VALUE "N".
010600     88  WS-MAINT-EOF                       VALUE "Y".
010700 01  WS-PARMNEW-EOF-SW          PIC X       VALUE "N".
010800     88  WS-PARMNEW-EOF                     VALUE "Y".
010900
011000*****************************************************************
011100*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
011200*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
011300*  THE RUN LOG.
011400*****************************************************************
011500 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
011600 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
011700 01  WS-SYSTEM-DATE-RL.
011800     05  SYSRL-YYYY             PIC 9(4).
011900     05  SYSRL-MM               PIC 9(2).
012000     05  SYSRL-DD               PIC 9(2).
012100 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
012200 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
012300
012400     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
012500
012600     COPY busdate.
012700
012800*****************************************************************
012900*  PARAMETER TABLE - THE WHOLE PARAMETER FILE, LOADED AT
013000*  STARTUP, MAINTAINED IN PLACE AND REWRITTEN AT THE END OF THE
013100*  RUN IN LOADED ORDER, NEW ENTRIES AT THE END.
013200*****************************************************************
013300 01  WS-PARM-TABLE.
013400     05  WS-PARM-ENTRY OCCURS 200 TIMES
013500                       INDEXED BY PRM-IDX.
013600         10  PRM-PARAM-TYPE     PIC X(10).
013700         10  PRM-PARAM-KEY      PIC X(16).
013800         10  PRM-EFF-DATE       PIC X(10).
013900         10  PRM-AMOUNT         PIC 9(7)V99.
014000         10  PRM-RATE           PIC V9(5).
014100 01  WS-PARM-COUNT              PIC 9(4)    VALUE 0.
014200 01  WS-PARM-MATCH-IDX          PIC 9(4)    VALUE 0.
014300
014400*****************************************************************
014500*  AUDIT WORK FIELDS - THE OLD AND NEW VALUE OF AN APPLIED
014600*  CHANGE, AS AMOUNT/RATE, FOR THE RUN LOG.  AN ADD HAS NO OLD
014700*  VALUE.
014800*****************************************************************
014900 01  WS-OLD-VALUE               PIC X(15)   VALUE SPACES.
015000 01  WS-NEW-VALUE               PIC X(15)   VALUE SPACES.
015100 01  WS-VALUE-LINE.
015200     05  VAL-AMOUNT             PIC 9(7)V99.
015300     05  FILLER                 PIC X       VALUE "/".
015400     05  VAL-RATE               PIC V9(5).
015500
015600 01  WS-NEXT-DATE               PIC X(10)   VALUE SPACES.
015700 01  WS-APPLIED-COUNT           PIC 9(4)    VALUE 0.
015800 01  WS-REJECT-COUNT            PIC 9(4)    VALUE 0.
015900 01  WS-REJECT-REASON           PIC X(30)   VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200*****************************************************************
016300*  0000-MAINLINE
016400*****************************************************************
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE
016700     PERFORM 2000-APPLY-MAINTENANCE
016800         UNTIL WS-MAINT-EOF
016900     PERFORM 3000-REWRITE-PARAMS
017000     PERFORM 9000-TERMINATE
017100     STOP RUN.
017200
017300*****************************************************************
017400*  1000-INITIALIZE - LOG THE START, TAKE THE BUSINESS DATE,
017500*  LOAD THE PARAMETER FILE INTO THE TABLE AND OPEN THE
017600*  MAINTENANCE TRANSACTION FILE.
017700*****************************************************************
017800 1000-INITIALIZE.
017900     PERFORM 1060-STAMP-RUN-ID
018000     PERFORM 1050-STAMP-RUN-DATE
018100     PERFORM 1100-LOAD-PARAM-FILE
018200     OPEN INPUT PARAM-MAINT-FILE
018300     IF WS-MAINT-FILE-STATUS NOT = "00"
018400         DISPLAY "BANKPARM: NO MAINTENANCE FILE, STATUS="
018500                 WS-MAINT-FILE-STATUS
018600         MOVE "Y" TO WS-MAINT-EOF-SW
018700     ELSE
018800         DISPLAY "Starting parameter maintenance..."
018900         PERFORM 2100-READ-MAINT
019000     END-IF
019100     EXIT.
019200
019300*****************************************************************
019400*  1050-STAMP-RUN-DATE - THE EARLIEST EFFECTIVE DATE AN ENTRY
019500*  MAY BE ADDED OR CHANGED FOR IS THE NEXT BUSINESS DATE THE
019600*  DAILY BATCH WILL POST - EVERYTHING BEFORE IT HAS ALREADY
019700*  BEEN PRICED.
019800*****************************************************************
019900 1050-STAMP-RUN-DATE.
020000     OPEN INPUT BUS-DATE-FILE
020100     IF WS-BDATE-FILE-STATUS NOT = "00"
020200         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
020300         PERFORM 9930-ABEND-BUSDATE-FILE
020400     END-IF
020500     READ BUS-DATE-FILE
020600         AT END
020700             MOVE "READ BUS-DATE-FILE (EMPTY)"
020800                 TO WS-ABEND-CONTEXT
020900             PERFORM 9930-ABEND-BUSDATE-FILE
021000     END-READ
021100     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
021200     CLOSE BUS-DATE-FILE
021300     MOVE BD-RUN-DATE TO WS-NEXT-DATE
021400     DISPLAY "NEXT BUSINESS DATE " WS-NEXT-DATE
021500     EXIT.
021600
021700*****************************************************************
021800*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
021900*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
022000*****************************************************************
022100 1060-STAMP-RUN-ID.
022200     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
022300     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
022400     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
022500            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
022600         INTO WS-RUN-ID
022700     END-STRING
022800     MOVE SPACES TO WS-RUN-LOG-LINE
022900     STRING "BANKPARM,"  DELIMITED BY SIZE
023000            WS-RUN-ID    DELIMITED BY SIZE
023100            ",START"     DELIMITED BY SIZE
023200         INTO WS-RUN-LOG-LINE
023300     END-STRING
023400     PERFORM 9700-WRITE-RUN-LOG
023500     EXIT.
023600
023700*****************************************************************
023800*  1100-LOAD-PARAM-FILE - LOAD THE PARAMETER FILE INTO ITS
023900*  TABLE.  STATUS "35" MEANS THE FILE HAS NEVER BEEN CREATED
024000*  YET, WHICH IS FINE - THE FIRST ADD RUN CREATES IT.
024100*****************************************************************
024200 1100-LOAD-PARAM-FILE.
024300     OPEN INPUT PARAM-FILE
024400     IF WS-PARM-FILE-STATUS = "00"
024500         PERFORM 1110-LOAD-PARAM
024600             UNTIL WS-PARM-EOF
024700         CLOSE PARAM-FILE
024800         IF WS-PARM-FILE-STATUS NOT = "00"
024900             MOVE "CLOSE PARAM-FILE (LOAD)" TO WS-ABEND-CONTEXT
025000             PERFORM 9900-ABEND-PARAM-FILE
025100         END-IF
025200     ELSE
025300         IF WS-PARM-FILE-STATUS = "35"
025400             MOVE "Y" TO WS-PARM-EOF-SW
025500         ELSE
025600             MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
025700             PERFORM 9900-ABEND-PARAM-FILE
025800         END-IF
025900     END-IF
026000     EXIT.
026100
026200 1110-LOAD-PARAM.
026300     READ PARAM-FILE
026400         AT END
026500             MOVE "Y" TO WS-PARM-EOF-SW
026600         NOT AT END
026700             IF WS-PARM-COUNT = 200
026800                 MOVE "WS-PARM-TABLE OCCURS 200"
026900                     TO WS-ABEND-CONTEXT
027000                 PERFORM 9920-ABEND-TABLE-OVERFLOW
027100             END-IF
027200             MOVE PARAM-RECORD TO WS-PARM-LINE
027300             ADD 1 TO WS-PARM-COUNT
027400             MOVE PR-PARAM-TYPE
027500                 TO PRM-PARAM-TYPE (WS-PARM-COUNT)
027600             MOVE PR-PARAM-KEY
027700                 TO PRM-PARAM-KEY  (WS-PARM-COUNT)
027800             MOVE PR-EFF-DATE
027900                 TO PRM-EFF-DATE   (WS-PARM-COUNT)
028000             MOVE PR-AMOUNT
028100                 TO PRM-AMOUNT     (WS-PARM-COUNT)
028200             MOVE PR-RATE
028300                 TO PRM-RATE       (WS-PARM-COUNT)
028400     END-READ
028500     EXIT.
028600
028700*****************************************************************
028800*  2000-APPLY-MAINTENANCE - ONE ITERATION PER MAINTENANCE
028900*  TRANSACTION.  THE FIELDS EVERY ACTION NEEDS ARE EDITED
029000*  FIRST; A TRANSACTION THAT CANNOT BE APPLIED IS LOGGED AND
029100*  COUNTED, NEVER APPLIED HALFWAY.
029200*****************************************************************
029300 2000-APPLY-MAINTENANCE.
029400     MOVE SPACES TO WS-REJECT-REASON
029500     MOVE PM-PARAM-TYPE TO PR-PARAM-TYPE
029600     IF NOT PR-TYPE-VALID
029700         MOVE "UNKNOWN PARAMETER TYPE" TO WS-REJECT-REASON
029800     ELSE
029900         IF PM-PARAM-KEY = SPACES
030000             MOVE "PARAMETER KEY MISSING" TO WS-REJECT-REASON
030100         ELSE
030200             IF PM-EFF-DATE = SPACES
030300                 MOVE "EFFECTIVE DATE MISSING"
030400                     TO WS-REJECT-REASON
030500             ELSE
030600                 IF PM-AMOUNT NOT NUMERIC
030700                    OR PM-RATE NOT NUMERIC
030800                     MOVE "AMOUNT OR RATE NOT NUMERIC"
030900                         TO WS-REJECT-REASON
031000                 END-IF
031100             END-IF
031200         END-IF
031300     END-IF
031400     IF WS-REJECT-REASON = SPACES
031500         PERFORM 2200-FIND-PARAM
031600         IF PM-ACTION = "ADD"
031700             PERFORM 2300-APPLY-ADD
031800         ELSE
031900             IF PM-ACTION = "CHANGE"
032000                 PERFORM 2400-APPLY-CHANGE
032100             ELSE
032200                 MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
032300             END-IF
032400         END-IF
032500     END-IF
032600     IF WS-REJECT-REASON = SPACES
032700         ADD 1 TO WS-APPLIED-COUNT
032800         PERFORM 2500-LOG-PARAM-CHANGE
032900     ELSE
033000         ADD 1 TO WS-REJECT-COUNT
033100         DISPLAY "REJECTED " PM-ACTION " " PM-PARAM-TYPE
033200                 " " PM-PARAM-KEY " " PM-EFF-DATE
033300                 " - " WS-REJECT-REASON
033400     END-IF
033500     PERFORM 2100-READ-MAINT
033600     EXIT.
033700
033800 2100-READ-MAINT.
033900     READ PARAM-MAINT-FILE
034000         AT END
034100             MOVE "Y" TO WS-MAINT-EOF-SW
034200     END-READ
034300     EXIT.
034400
034500*****************************************************************
034600*  2200-FIND-PARAM - LOCATE THE ENTRY WITH THIS TYPE, KEY AND
034700*  EFFECTIVE DATE.  ONE ENTRY PER COMBINATION IS WHAT LETS THE
034800*  READERS PICK "THE" ROW IN FORCE ON A DATE.
034900*****************************************************************
035000 2200-FIND-PARAM.
035100     MOVE 0 TO WS-PARM-MATCH-IDX
035200     PERFORM VARYING PRM-IDX FROM 1 BY 1
035300             UNTIL PRM-IDX > WS-PARM-COUNT
035400         IF PRM-PARAM-TYPE (PRM-IDX) = PM-PARAM-TYPE
035500            AND PRM-PARAM-KEY (PRM-IDX) = PM-PARAM-KEY
035600            AND PRM-EFF-DATE (PRM-IDX) = PM-EFF-DATE
035700             MOVE PRM-IDX       TO WS-PARM-MATCH-IDX
035800             MOVE WS-PARM-COUNT TO PRM-IDX
035900         END-IF
036000     END-PERFORM
036100     EXIT.
036200
036300*****************************************************************
036400*  2300-APPLY-ADD - ADD A NEW EFFECTIVE-DATED ENTRY.  A BACK-
036500*  DATED ADD WOULD RE-PRICE DAYS ALREADY POSTED ON PAPER ONLY,
036600*  SO IT IS REJECTED.
036700*****************************************************************
036800 2300-APPLY-ADD.
036900     IF WS-PARM-MATCH-IDX > 0
037000         MOVE "ENTRY ALREADY ON FILE" TO WS-REJECT-REASON
037100     ELSE
037200         IF PM-EFF-DATE < WS-NEXT-DATE
037300             MOVE "EFFECTIVE DATE IN THE PAST"
037400                 TO WS-REJECT-REASON
037500         ELSE
037600             IF WS-PARM-COUNT = 200
037700                 MOVE "WS-PARM-TABLE OCCURS 200"
037800                     TO WS-ABEND-CONTEXT
037900                 PERFORM 9920-ABEND-TABLE-OVERFLOW
038000             END-IF
038100             ADD 1 TO WS-PARM-COUNT
038200             MOVE PM-PARAM-TYPE TO PRM-PARAM-TYPE (WS-PARM-COUNT)
038300             MOVE PM-PARAM-KEY  TO PRM-PARAM-KEY  (WS-PARM-COUNT)
038400             MOVE PM-EFF-DATE   TO PRM-EFF-DATE   (WS-PARM-COUNT)
038500             MOVE PM-AMOUNT     TO PRM-AMOUNT     (WS-PARM-COUNT)
038600             MOVE PM-RATE       TO PRM-RATE       (WS-PARM-COUNT)
038700             MOVE "NONE"        TO WS-OLD-VALUE
038800             MOVE PM-AMOUNT     TO VAL-AMOUNT
038900             MOVE PM-RATE       TO VAL-RATE
039000             MOVE WS-VALUE-LINE TO WS-NEW-VALUE
039100         END-IF
039200     END-IF
039300     EXIT.
039400
039500*****************************************************************
039600*  2400-APPLY-CHANGE - NEW AMOUNT AND RATE ON AN EXISTING ENTRY
039700*  THAT HAS NOT YET TAKEN EFFECT.
039800*****************************************************************
039900 2400-APPLY-CHANGE.
040000     IF WS-PARM-MATCH-IDX = 0
040100         MOVE "ENTRY NOT ON FILE" TO WS-REJECT-REASON
040200     ELSE
040300         IF PM-EFF-DATE < WS-NEXT-DATE
040400             MOVE "ENTRY ALREADY IN EFFECT" TO WS-REJECT-REASON
040500         ELSE
040600             MOVE PRM-AMOUNT (WS-PARM-MATCH-IDX) TO VAL-AMOUNT
040700             MOVE PRM-RATE   (WS-PARM-MATCH-IDX) TO VAL-RATE
040800             MOVE WS-VALUE-LINE TO WS-OLD-VALUE
040900             MOVE PM-AMOUNT TO PRM-AMOUNT (WS-PARM-MATCH-IDX)
041000             MOVE PM-RATE   TO PRM-RATE   (WS-PARM-MATCH-IDX)
041100             MOVE PM-AMOUNT     TO VAL-AMOUNT
041200             MOVE PM-RATE       TO VAL-RATE
041300             MOVE WS-VALUE-LINE TO WS-NEW-VALUE
041400         END-IF
041500     END-IF
041600     EXIT.
041700
041800*****************************************************************
041900*  2500-LOG-PARAM-CHANGE - ONE AUDIT RECORD PER APPLIED CHANGE
042000*  ON THE RUN LOG: THE ACTION, THE ENTRY IT TOUCHED AND ITS
042100*  VALUE BEFORE AND AFTER, AS AMOUNT/RATE.
042200*****************************************************************
042300 2500-LOG-PARAM-CHANGE.
042400     MOVE SPACES TO WS-RUN-LOG-LINE
042500     STRING "BANKPARM,"     DELIMITED BY SIZE
042600            WS-RUN-ID       DELIMITED BY SIZE
042700            ",PARAM,"       DELIMITED BY SIZE
042800            PM-ACTION       DELIMITED BY SPACE
042900            ","             DELIMITED BY SIZE
043000            PM-PARAM-TYPE   DELIMITED BY SPACE
043100            ","             DELIMITED BY SIZE
043200            PM-PARAM-KEY    DELIMITED BY SPACE
043300            ","             DELIMITED BY SIZE
043400            PM-EFF-DATE     DELIMITED BY SIZE
043500            ",OLD="         DELIMITED BY SIZE
043600            WS-OLD-VALUE    DELIMITED BY SPACE
043700            ",NEW="         DELIMITED BY SIZE
043800            WS-NEW-VALUE    DELIMITED BY SPACE
043900         INTO WS-RUN-LOG-LINE
044000     END-STRING
044100     PERFORM 9700-WRITE-RUN-LOG
044200     DISPLAY "APPLIED " PM-ACTION " " PM-PARAM-TYPE " "
044300             PM-PARAM-KEY " " PM-EFF-DATE
044400     EXIT.
044500
044600*****************************************************************
044700*  3000-REWRITE-PARAMS - WRITE THE MAINTAINED TABLE TO THE WORK
044800*  FILE IN LOADED ORDER, NEW ENTRIES AT THE END, AND ONLY ONCE
044900*  IT IS COMPLETE AND CLOSED COPY IT OVER THE LIVE FILE.
045000*****************************************************************
045100 3000-REWRITE-PARAMS.
045200     OPEN OUTPUT PARAM-NEW-FILE
045300     IF WS-PARMNEW-FILE-STATUS NOT = "00"
045400         MOVE "OPEN OUTPUT PARAM-NEW" TO WS-ABEND-CONTEXT
045500         PERFORM 9910-ABEND-PARMNEW-FILE
045600     END-IF
045700     PERFORM VARYING PRM-IDX FROM 1 BY 1
045800             UNTIL PRM-IDX > WS-PARM-COUNT
045900         MOVE PRM-PARAM-TYPE (PRM-IDX) TO PR-PARAM-TYPE
046000         MOVE PRM-PARAM-KEY  (PRM-IDX) TO PR-PARAM-KEY
046100         MOVE PRM-EFF-DATE   (PRM-IDX) TO PR-EFF-DATE
046200         MOVE PRM-AMOUNT     (PRM-IDX) TO PR-AMOUNT
046300         MOVE PRM-RATE       (PRM-IDX) TO PR-RATE
046400         MOVE WS-PARM-LINE TO PARAM-NEW-RECORD
046500         WRITE PARAM-NEW-RECORD
046600         IF WS-PARMNEW-FILE-STATUS NOT = "00"
046700             MOVE "WRITE PARAM-NEW-RECORD" TO WS-ABEND-CONTEXT
046800             PERFORM 9910-ABEND-PARMNEW-FILE
046900         END-IF
047000     END-PERFORM
047100     CLOSE PARAM-NEW-FILE
047200     IF WS-PARMNEW-FILE-STATUS NOT = "00"
047300         MOVE "CLOSE PARAM-NEW-FILE" TO WS-ABEND-CONTEXT
047400         PERFORM 9910-ABEND-PARMNEW-FILE
047500     END-IF
047600     PERFORM 3100-SWAP-IN-NEW-PARAMS
047700     EXIT.
047800
047900*****************************************************************
048000*  3100-SWAP-IN-NEW-PARAMS - THE MAINTAINED FILE IS COMPLETE ON
048100*  THE WORK FILE; COPY IT OVER PRODUCT_PARAMS.CSV.  AN ABEND IN
048200*  HERE LEAVES DATA/PRODUCT_PARAMS_NEW.CSV INTACT FOR A MANUAL
048300*  RESTART (COPY IT OVER DATA/PRODUCT_PARAMS.CSV).
048400*****************************************************************
048500 3100-SWAP-IN-NEW-PARAMS.
048600     OPEN INPUT PARAM-NEW-FILE
048700     IF WS-PARMNEW-FILE-STATUS NOT = "00"
048800         MOVE "OPEN INPUT PARAM-NEW" TO WS-ABEND-CONTEXT
048900         PERFORM 9910-ABEND-PARMNEW-FILE
049000     END-IF
049100     OPEN OUTPUT PARAM-FILE
049200     IF WS-PARM-FILE-STATUS NOT = "00"
049300         MOVE "OPEN OUTPUT PARAM-FILE" TO WS-ABEND-CONTEXT
049400         PERFORM 9900-ABEND-PARAM-FILE
049500     END-IF
049600     PERFORM 3110-COPY-NEW-PARAM-ROW
049700         UNTIL WS-PARMNEW-EOF
049800     CLOSE PARAM-NEW-FILE
049820     IF WS-PARMNEW-FILE-STATUS NOT = "00"
049840         MOVE "CLOSE PARAM-NEW-FILE (SWAP)" TO WS-ABEND-CONTEXT
049860         PERFORM 9910-ABEND-PARMNEW-FILE
049880     END-IF
049900     CLOSE PARAM-FILE
050000     IF WS-PARM-FILE-STATUS NOT = "00"
050100         MOVE "CLOSE PARAM-FILE (SWAP)" TO WS-ABEND-CONTEXT
050200         PERFORM 9900-ABEND-PARAM-FILE
050300     END-IF
050400     EXIT.
050500
050600 3110-COPY-NEW-PARAM-ROW.
050700     READ PARAM-NEW-FILE
050800         AT END
050900             MOVE "Y" TO WS-PARMNEW-EOF-SW
051000         NOT AT END
051100             MOVE PARAM-NEW-RECORD TO PARAM-RECORD
051200             WRITE PARAM-RECORD
051300             IF WS-PARM-FILE-STATUS NOT = "00"
051400                 MOVE "WRITE PARAM-RECORD (SWAP)"
051500                     TO WS-ABEND-CONTEXT
051600                 PERFORM 9900-ABEND-PARAM-FILE
051700             END-IF
051800     END-READ
051900     EXIT.
052000
052100*****************************************************************
052200*  9000-TERMINATE - CLOSE THE MAINTENANCE FILE, REPORT THE RUN
052300*  AND LOG ITS END.  ANY REJECTED TRANSACTION LEAVES A WARNING
052400*  RETURN CODE SO THE SCHEDULER CAN FLAG THE RUN FOR REVIEW.
052500*****************************************************************
052600 9000-TERMINATE.
052700     CLOSE PARAM-MAINT-FILE
052800     DISPLAY "Parameters applied  : " WS-APPLIED-COUNT
052900     DISPLAY "Parameters rejected : " WS-REJECT-COUNT
053000     DISPLAY "Parameter maintenance complete."
053100     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
053200     MOVE SPACES TO WS-RUN-LOG-LINE
053300     IF WS-REJECT-COUNT > 0
053400         MOVE 4 TO RETURN-CODE
053500         STRING "BANKPARM,"       DELIMITED BY SIZE
053600                WS-RUN-ID         DELIMITED BY SIZE
053700                ",END,APPLIED="   DELIMITED BY SIZE
053800                WS-APPLIED-COUNT  DELIMITED BY SIZE
053900                ",REJECTED="      DELIMITED BY SIZE
054000                WS-REJECT-COUNT   DELIMITED BY SIZE
054100                ",RC=04"          DELIMITED BY SIZE
054200                ",ENDED="         DELIMITED BY SIZE
054300                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
054400             INTO WS-RUN-LOG-LINE
054500         END-STRING
054600     ELSE
054700         STRING "BANKPARM,"       DELIMITED BY SIZE
054800                WS-RUN-ID         DELIMITED BY SIZE
054900                ",END,APPLIED="   DELIMITED BY SIZE
055000                WS-APPLIED-COUNT  DELIMITED BY SIZE
055100                ",REJECTED="      DELIMITED BY SIZE
055200                WS-REJECT-COUNT   DELIMITED BY SIZE
055300                ",RC=00"          DELIMITED BY SIZE
055400                ",ENDED="         DELIMITED BY SIZE
055500                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
055600             INTO WS-RUN-LOG-LINE
055700         END-STRING
055800     END-IF
055900     PERFORM 9700-WRITE-RUN-LOG
056000     EXIT.
056100
056200*****************************************************************
056300*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
056400*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
056500*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
056600*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
056700*  THE RUN.
056800*****************************************************************
056900 9700-WRITE-RUN-LOG.
057000     OPEN EXTEND RUN-LOG-FILE
057100     IF WS-RUNLOG-FILE-STATUS = "35"
057200         OPEN OUTPUT RUN-LOG-FILE
057300     END-IF
057400     IF WS-RUNLOG-FILE-STATUS NOT = "00"
057500         DISPLAY "BANKPARM: RUN LOG UNAVAILABLE, STATUS="
057600                 WS-RUNLOG-FILE-STATUS
057700     ELSE
057800         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
057900         WRITE RUN-LOG-RECORD
058000         IF WS-RUNLOG-FILE-STATUS NOT = "00"
058100             DISPLAY "BANKPARM: RUN LOG WRITE FAILED, STATUS="
058200                     WS-RUNLOG-FILE-STATUS
058300         END-IF
058400         CLOSE RUN-LOG-FILE
058500     END-IF
058600     EXIT.
058700
058800*****************************************************************
058900*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
059000*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
059100*  PARAGRAPH BEFORE ITS STOP RUN.
059200*****************************************************************
059300 9800-LOG-ABEND.
059400     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
059500     MOVE SPACES TO WS-RUN-LOG-LINE
059600     STRING "BANKPARM,"      DELIMITED BY SIZE
059700            WS-RUN-ID        DELIMITED BY SIZE
059800            ",ABEND,"        DELIMITED BY SIZE
059900            WS-ABEND-CONTEXT DELIMITED BY SIZE
060000            ",STATUS="       DELIMITED BY SIZE
060100            WS-ABEND-STATUS  DELIMITED BY SIZE
060200            ",RC=16"         DELIMITED BY SIZE
060300            ",ENDED="        DELIMITED BY SIZE
060400            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
060500         INTO WS-RUN-LOG-LINE
060600     END-STRING
060700     PERFORM 9700-WRITE-RUN-LOG
060800     EXIT.
060900
061000*****************************************************************
061100*  9900-ABEND-PARAM-FILE - THE PARAMETER FILE FAILED ON OPEN,
061200*  READ, WRITE OR CLOSE.  A HALF-REWRITTEN PARAMETER FILE WOULD
061300*  MIS-PRICE EVERY RUN THAT READS IT, SO THE RUN STOPS.
061400*****************************************************************
061500 9900-ABEND-PARAM-FILE.
061600     DISPLAY "BANKPARM: FATAL - PARAM-FILE ERROR ON "
061700             WS-ABEND-CONTEXT
061800     DISPLAY "BANKPARM: FILE STATUS=" WS-PARM-FILE-STATUS
061900     DISPLAY "BANKPARM: RUN TERMINATED ABNORMALLY."
062000     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
062100     PERFORM 9800-LOG-ABEND
062200     MOVE 16 TO RETURN-CODE
062300     STOP RUN.
062400
062500*****************************************************************
062600*  9910-ABEND-PARMNEW-FILE - THE WORK COPY OF THE MAINTAINED
062700*  PARAMETER FILE FAILED ON OPEN, WRITE OR CLOSE.
062800*  PRODUCT_PARAMS.CSV HAS NOT BEEN TOUCHED YET, SO THE RUN JUST
062900*  STOPS.
063000*****************************************************************
063100 9910-ABEND-PARMNEW-FILE.
063200     DISPLAY "BANKPARM: FATAL - PARAM-NEW-FILE ERROR ON "
063300             WS-ABEND-CONTEXT
063400     DISPLAY "BANKPARM: FILE STATUS=" WS-PARMNEW-FILE-STATUS
063500     DISPLAY "BANKPARM: RUN TERMINATED ABNORMALLY."
063600     MOVE WS-PARMNEW-FILE-STATUS TO WS-ABEND-STATUS
063700     PERFORM 9800-LOG-ABEND
063800     MOVE 16 TO RETURN-CODE
063900     STOP RUN.
064000
064100*****************************************************************
064200*  9920-ABEND-TABLE-OVERFLOW - THE PARAMETER TABLE IS AT ITS
064300*  OCCURS LIMIT AND THE RUN NEEDS TO ADD ONE MORE ENTRY.
064400*  STOPPING HERE BEATS INDEXING PAST THE END OF THE TABLE AND
064500*  CORRUPTING ADJACENT STORAGE.
064600*****************************************************************
064700 9920-ABEND-TABLE-OVERFLOW.
064800     DISPLAY "BANKPARM: FATAL - TABLE CAPACITY EXCEEDED ON "
064900             WS-ABEND-CONTEXT
065000     DISPLAY "BANKPARM: RUN TERMINATED ABNORMALLY."
065100     MOVE SPACES TO WS-ABEND-STATUS
065200     PERFORM 9800-LOG-ABEND
065300     MOVE 16 TO RETURN-CODE
065400     STOP RUN.
065500
065600*****************************************************************
065700*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
065800*  COULD NOT BE READ.  WITHOUT IT THERE IS NO WAY TO TELL
065900*  PRICING ALREADY USED FROM PRICING STILL TO COME, SO THE RUN
066000*  STOPS.
066100*****************************************************************
066200 9930-ABEND-BUSDATE-FILE.
066300     DISPLAY "BANKPARM: FATAL - BUS-DATE-FILE ERROR ON "
066400             WS-ABEND-CONTEXT
066500     DISPLAY "BANKPARM: FILE STATUS=" WS-BDATE-FILE-STATUS
066600     DISPLAY "BANKPARM: RUN TERMINATED ABNORMALLY."
066700     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
066800     PERFORM 9800-LOG-ABEND
066900     MOVE 16 TO RETURN-CODE
067000     STOP RUN.
