002192*                    THE SHAPE BANKMAIN WRITES, SO THE BANKSEQ
002193*                    SEQUENCE GATE CAN HOLD DOWNSTREAM STEPS
002194*                    AFTER A FAILED PERIOD CLOSE.
002195*  2026-10-15  DA    THE LEDGER INDEX, DATA/LEDGER.IDX (LEDGIDX),
002196*                    IS REBUILT ROW FOR ROW AS THE NEW LEDGER IS
002197*                    COPIED OVER THE LIVE ONE, SO THE INDEX THE
002198*                    DAILY BATCH POSTS THROUGH IS NEVER LEFT
002199*                    HOLDING ARCHIVED ROWS.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003284     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
003286         ORGANIZATION IS LINE SEQUENTIAL
003288         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
003290
003292     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
003293         ORGANIZATION IS INDEXED
003294         ACCESS MODE IS DYNAMIC
003295         RECORD KEY IS LX-KEY
003296         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
003297             WITH DUPLICATES
003298         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004632
004634 FD  RUN-LOG-FILE.
004636 01  RUN-LOG-RECORD             PIC X(130).
004638
004640*****************************************************************
004642*  LEDGER-IDX-FILE - THE LIVE LEDGER KEYED BY ACCOUNT AND TXN ID
004644*  (LEDGIDX).  REBUILT WHOLE FROM THE NEW LEDGER AS IT IS COPIED
004646*  OVER THE LIVE ONE.
004648*****************************************************************
004650 FD  LEDGER-IDX-FILE.
004652     COPY ledgidx.
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-TXN-FILE-STATUS         PIC XX.
004910 01  WS-BDATE-FILE-STATUS       PIC XX.
004920 01  WS-TXNNEW-FILE-STATUS      PIC XX.
004930 01  WS-RUNLOG-FILE-STATUS      PIC XX.
004940 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
005000 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
005002*****************************************************************
005012*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
028710
028720*****************************************************************
028730*  3200-SWAP-IN-NEW-LEDGER - THE NEW LEDGER IS COMPLETE ON THE
028740*  WORK FILE; COPY IT OVER THE LIVE LEDGER, WRITING EACH ROW TO
028742*  THE REBUILT LEDGER INDEX AS IT GOES.  AN ABEND IN HERE
028750*  LEAVES DATA/TRANSACTIONS_NEW.CSV INTACT FOR A MANUAL
028760*  RESTART (COPY IT OVER DATA/TRANSACTIONS.CSV, RUN THE BANKIDX
028770*  LEDGER FUNCTION AND RERUN THE DAILY CYCLE).
028780*****************************************************************
028790 3200-SWAP-IN-NEW-LEDGER.
028800     OPEN INPUT TXN-NEW-FILE
028807         MOVE "OPEN OUTPUT TXN-FILE" TO WS-ABEND-CONTEXT
028808         PERFORM 9900-ABEND-TXN-FILE
028809     END-IF
028810     OPEN OUTPUT LEDGER-IDX-FILE
028811     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
028812         MOVE "OPEN OUTPUT LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
028813         PERFORM 9950-ABEND-LEDGIDX-FILE
028814     END-IF
028815     PERFORM 3210-COPY-NEW-LEDGER-ROW
028816         UNTIL WS-TXNNEW-EOF
028817     CLOSE TXN-NEW-FILE
028818     CLOSE TXN-FILE
028819     IF WS-TXN-FILE-STATUS NOT = "00"
028820         MOVE "CLOSE TXN-FILE (SWAP)" TO WS-ABEND-CONTEXT
028821         PERFORM 9900-ABEND-TXN-FILE
028822     END-IF
028823     CLOSE LEDGER-IDX-FILE
028824     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
028825         MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
028826         PERFORM 9950-ABEND-LEDGIDX-FILE
028827     END-IF
028828     EXIT.
028829
028830 3210-COPY-NEW-LEDGER-ROW.
028831     READ TXN-NEW-FILE
028832         AT END
028833             MOVE "Y" TO WS-TXNNEW-EOF-SW
028834         NOT AT END
028835             MOVE TXN-NEW-RECORD TO TXN-RECORD
028836             WRITE TXN-RECORD
028837             IF WS-TXN-FILE-STATUS NOT = "00"
028838                 MOVE "WRITE TXN-RECORD (SWAP)"
028839                     TO WS-ABEND-CONTEXT
028840                 PERFORM 9900-ABEND-TXN-FILE
028841             END-IF
028842             IF TXN-NEW-RECORD NOT = SPACES
028843                 PERFORM 3220-INDEX-NEW-LEDGER-ROW
028844             END-IF
028845     END-READ
028846     EXIT.
028847
028848*****************************************************************
028849*  3220-INDEX-NEW-LEDGER-ROW - WRITE THE ROW JUST COPIED TO THE
028850*  LEDGER INDEX.  STATUS "02" ONLY SAYS ITS TXN ID IS ALREADY ON
028851*  THE ALTERNATE KEY (A CARRY-FWD ROW), WHICH IS ALLOWED.
028852*****************************************************************
028853 3220-INDEX-NEW-LEDGER-ROW.
028854     MOVE TXN-NEW-RECORD TO TXN-CSV-RECORD
028855     MOVE F-ACCOUNT-ID   TO LX-ACCOUNT-ID
028856     MOVE F-TXN-ID       TO LX-TXN-ID
028857     MOVE TXN-CSV-RECORD TO LX-TXN-ROW
028858     WRITE LEDGER-IDX-RECORD
028859     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
028860        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
028861         MOVE "WRITE LEDGER-IDX-RECORD" TO WS-ABEND-CONTEXT
028862         PERFORM 9950-ABEND-LEDGIDX-FILE
028863     END-IF
028864     EXIT.
028865
028900*****************************************************************
029000*  9000-TERMINATE
029100*****************************************************************
030100*  OR CLOSE.  THE RUN STOPS AT THE FIRST SIGN OF TROUBLE; THE
030200*  COMPLETE NEW LEDGER IS ON DATA/TRANSACTIONS_NEW.CSV FROM
030300*  BEFORE THE LIVE FILE WAS TOUCHED, SO NOTHING IS LOST - COPY
030400*  IT OVER DATA/TRANSACTIONS.CSV AND RUN THE BANKIDX LEDGER
030450*  FUNCTION TO RESTART.
030500*****************************************************************
030600 9900-ABEND-TXN-FILE.
030700     DISPLAY "BANKARCH: FATAL - TXN-FILE ERROR ON "
036333     PERFORM 9800-LOG-ABEND
036367     MOVE 16 TO RETURN-CODE
036400     STOP RUN.
036401
036402*****************************************************************
036403*  9950-ABEND-LEDGIDX-FILE - THE LEDGER INDEX FAILED ON OPEN,
036404*  WRITE OR CLOSE WHILE IT WAS BEING REBUILT.  THE NEW LEDGER
036405*  IS COMPLETE ON DATA/TRANSACTIONS_NEW.CSV; ONCE IT IS ON
036406*  DATA/TRANSACTIONS.CSV, THE BANKIDX LEDGER FUNCTION REBUILDS
036407*  THE INDEX FROM IT.  THE DAILY BATCH WILL NOT POST AGAINST AN
036408*  INDEX OUT OF STEP WITH THE LEDGER.
036409*****************************************************************
036410 9950-ABEND-LEDGIDX-FILE.
036411     DISPLAY "BANKARCH: FATAL - LEDGER-IDX-FILE ERROR ON "
036412             WS-ABEND-CONTEXT
036413     DISPLAY "BANKARCH: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
036414     DISPLAY "BANKARCH: RUN TERMINATED ABNORMALLY."
036415     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
036416     PERFORM 9800-LOG-ABEND
036417     MOVE 16 TO RETURN-CODE
036418     STOP RUN.
032700*****************************************************************
032800*  9940-ABEND-TABLE-OVERFLOW - AN IN-MEMORY TABLE IS ALREADY AT
032900*  ITS OCCURS LIMIT AND THE RUN NEEDS TO ADD ONE MORE ENTRY.
