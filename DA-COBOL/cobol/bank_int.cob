001811*                    TRAILER PROVES DEBITS EQUAL CREDITS, AND
001812*                    AN UNMAPPED TYPE/CATEGORY SUSPENDS TO
001813*                    DATA/GL_SUSPENSE.CSV.
001814*  2026-10-15  DA    THE INTEREST RATE BANDS, THE MONTHLY
001815*                    SERVICE FEE AND THE OVERDRAFT RATE NOW
001816*                    COME FROM THE EFFECTIVE-DATED PRODUCT
001817*                    PARAMETER FILE (DATA/PRODUCT_PARAMS.CSV,
001818*                    LAYOUT IN PRMREC, MAINTAINED BY BANKPARM)
001819*                    INSTEAD OF COMPILED LITERALS - EACH TAKES
001820*                    THE ENTRY IN FORCE ON THE BUSINESS DATE,
001821*                    SO A RATE CHANGE IS KEYED AHEAD AND TAKES
001822*                    EFFECT ON ITS DAY WITHOUT A RECOMPILE.
001823*  2026-10-15  DA    STATUS FIELD WIDENED TO SEVEN TO TAKE THE
001824*                    DORMANT STATUS BANKDORM SETS.  A DORMANT
001825*                    ACCOUNT IS TREATED LIKE A FROZEN ONE:
001826*                    INTEREST ACCRUES, NO SERVICE FEE.
001827*  2026-10-15  DA    THE ACCOUNT LOOP READS THE INDEXED ACCOUNTS
001828*                    MASTER IN KEY ORDER INSTEAD OF ACCOUNTS.CSV,
001829*                    AND THE MASTER'S READ AND CLOSE ARE CHECKED.
001830*  2026-10-15  DA    EVERY ROW POSTED IS ALSO WRITTEN TO THE
001831*                    LEDGER INDEX, DATA/LEDGER.IDX (LEDGIDX), AND
001832*                    AN ACCOUNT'S CURRENT BALANCE IS READ FROM IT
001833*                    BY KEY, REPLACING THE 200-ACCOUNT LEDGER
001834*                    TABLE.  THE INDEX IS CHECKED AGAINST THE
001835*                    LEDGER'S LAST TXN ID AT STARTUP AND THE RUN
001836*                    STOPS IF THE TWO ARE OUT OF STEP.
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-TXN-FILE-STATUS.
002500
002600     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
002700         ORGANIZATION IS INDEXED
002733         ACCESS MODE IS SEQUENTIAL
002767         RECORD KEY IS AX-ACCOUNT-ID
002800         FILE STATUS IS WS-ACCT-FILE-STATUS.
002900
002910     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS DYNAMIC
002940         RECORD KEY IS LX-KEY
002950         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
002960             WITH DUPLICATES
002970         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
002980
003000     SELECT GL-FILE ASSIGN TO "data/gl_extract.dat"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-GL-FILE-STATUS.
003300     SELECT GL-SUSP-FILE ASSIGN TO "data/gl_suspense.csv"
003302         ORGANIZATION IS LINE SEQUENTIAL
003304         FILE STATUS IS WS-GLSP-FILE-STATUS.
003306
003308     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
003310         ORGANIZATION IS LINE SEQUENTIAL
003312         FILE STATUS IS WS-PARM-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  TXN-FILE.
003700 01  TXN-RECORD                 PIC X(400).
003800
003810*****************************************************************
003820*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
003830*  (ACCTIDX), READ ONCE THROUGH IN KEY ORDER BY THE ACCOUNT LOOP.
003840*****************************************************************
003900 FD  ACCOUNT-IDX-FILE.
004000     COPY acctidx.
004100
004110*****************************************************************
004120*  LEDGER-IDX-FILE - THE LIVE LEDGER KEYED BY ACCOUNT AND TXN ID
004130*  (LEDGIDX).  AN ACCOUNT'S CURRENT BALANCE IS THE BALANCE ON
004140*  ITS LAST ROW BY KEY, AND EVERY ROW THIS RUN APPENDS TO
004150*  TXN-FILE IS WRITTEN HERE TOO, SO THE INDEX STAYS LEVEL WITH
004160*  THE LEDGER.
004170*****************************************************************
004180 FD  LEDGER-IDX-FILE.
004190     COPY ledgidx.
004195
004200*****************************************************************
004300*  GL-FILE - DOWNSTREAM GENERAL LEDGER EXTRACT FOR THE MONTH-END
004400*  RUN.  SAME DETAIL AND TRAILER LAYOUTS AS THE DAILY BATCH
004850*****************************************************************
004860*  EOD-FILE - THE END-OF-DAY POSITION SNAPSHOT THE DAILY BATCH
004870*  WRITES (LAYOUTS IN EODREC).  READ AT STARTUP TO SEED THE
004880*  NEXT TXN ID WITHOUT REPLAYING THE WHOLE LEDGER, AND
004890*  REWRITTEN AFTER POSTING SO TOMORROW'S BATCH SEEDS FROM
004891*  POSITIONS THAT INCLUDE THE MONTH-END ROWS.
004892*****************************************************************
004901
004902 FD  GL-SUSP-FILE.
004903 01  GL-SUSP-RECORD             PIC X(100).
004904
004905*****************************************************************
004906*  PARAM-FILE - THE EFFECTIVE-DATED PRODUCT PARAMETER FILE
004907*  (LAYOUT IN PRMREC).  MONTH-END TAKES THE TIER-RATE, SVC-FEE
004908*  AND OD-RATE ENTRIES IN FORCE ON THE BUSINESS DATE AND
004909*  PASSES OVER THE REST.
004910*****************************************************************
004911 FD  PARAM-FILE.
004912 01  PARAM-RECORD               PIC X(60).
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-TXN-FILE-STATUS         PIC XX.
005200 01  WS-ACCT-FILE-STATUS        PIC XX.
005250 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
005300 01  WS-GL-FILE-STATUS          PIC XX.
005310 01  WS-BDATE-FILE-STATUS       PIC XX.
005320 01  WS-EOD-FILE-STATUS         PIC XX.
005330 01  WS-RUNLOG-FILE-STATUS      PIC XX.
005340 01  WS-GLCH-FILE-STATUS        PIC XX.
005350 01  WS-GLSP-FILE-STATUS        PIC XX.
005360 01  WS-PARM-FILE-STATUS        PIC XX.
005400 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
005410*****************************************************************
005420*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
006400         BY ==WS-ACCT-LINE==.
006500
006600*****************************************************************
006700*  LEDGER INDEX WORK FIELDS - WS-LDG-DONE-SW ENDS A KEY-ORDER
006800*  READ OF ONE ACCOUNT'S ROWS, WS-LDG-CHECK-ID IS THE TXN ID
006900*  LOOKED UP WHEN THE INDEX IS CHECKED AGAINST THE LEDGER, AND
006950*  WS-EBAL-ACCOUNT-ID / WS-EBAL-BALANCE CARRY THE ACCOUNT AND
006960*  LAST BALANCE SEEN ON THE SNAPSHOT WALK OF THE INDEX.
007000*****************************************************************
007100 01  WS-LDG-DONE-SW             PIC X       VALUE "N".
007200     88  WS-LDG-DONE                        VALUE "Y".
007300 01  WS-LDG-CHECK-ID            PIC 9(4)    VALUE 0.
007400 01  WS-EBAL-ACCOUNT-ID         PIC X(10)   VALUE SPACES.
007500 01  WS-EBAL-BALANCE            PIC S9(7)V99 VALUE 0.
007800 01  WS-MAX-TXN-ID              PIC 9(4)    VALUE 0.
007810
007820     COPY eodrec.
007911 01  WS-SPK-COUNT               PIC 9(4)    VALUE 0.
007912
008000*****************************************************************
008100*  INTEREST RATE TIER TABLE - MONTHLY RATE BY BALANCE BAND,
008200*  LOADED AT STARTUP FROM THE TIER-RATE ENTRIES ON THE PRODUCT
008300*  PARAMETER FILE: ONE ROW PER BAND NAME, HOLDING THE ENTRY
008400*  WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE BUSINESS
008500*  DATE.  THE LOWEST BAND WHOSE UPPER LIMIT COVERS THE BALANCE
008600*  SUPPLIES THE RATE FOR THE WHOLE BALANCE.
008700*****************************************************************
009100 01  WS-TIER-TABLE.
009200     05  WS-TIER-ENTRY OCCURS 20 TIMES
009300                       INDEXED BY TIER-IDX.
009350         10  TIER-KEY           PIC X(16).
009360         10  TIER-EFF-DATE      PIC X(10).
009400         10  TIER-LIMIT         PIC 9(7)V99.
009600         10  TIER-RATE          PIC V9(5).
009650 01  WS-TIER-COUNT              PIC 9(4)    VALUE 0.
009700 01  WS-TIER-MATCH-IDX          PIC 9(4)    VALUE 0.
009800
009900*****************************************************************
010000*  WS-SERVICE-FEE - FLAT MONTHLY ACCOUNT FEE, FROM THE SVC-FEE
010100*  ENTRY IN FORCE.  CHARGED TO ACTIVE ACCOUNTS ONLY; A FEE THE
010200*  BALANCE CANNOT COVER IS SKIPPED AND NOTED ON THE CONSOLE
010250*  RATHER THAN OVERDRAWING THE ACCOUNT.
010300*****************************************************************
010400 01  WS-SERVICE-FEE             PIC 9(7)V99 VALUE 0.
010405 01  WS-SVC-FEE-EFF-DATE        PIC X(10)   VALUE SPACES.
010410
010420*****************************************************************
010430*  WS-OD-RATE - MONTHLY INTEREST RATE CHARGED ON THE OVERDRAWN
010440*  PORTION OF A BALANCE THE DAILY BATCH LET GO NEGATIVE UNDER
010450*  AN APPROVED OVERDRAFT FACILITY.  ONE FLAT RATE FOR EVERY
010460*  FACILITY, THE WAY THE SERVICE FEE IS ONE FLAT FEE, FROM THE
010465*  OD-RATE ENTRY IN FORCE.
010470*****************************************************************
010480 01  WS-OD-RATE                 PIC V9(5)   VALUE 0.
010485 01  WS-OD-RATE-EFF-DATE        PIC X(10)   VALUE SPACES.
010490
010491*****************************************************************
010492*  PRODUCT PARAMETER LOAD WORK FIELDS.
010493*****************************************************************
010494     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
010495
010496 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
010497     88  WS-PARM-EOF                        VALUE "Y".
010500
010600 01  WS-ACCOUNT-ID              PIC X(10)   VALUE SPACES.
010700 01  WS-ACCT-STATUS             PIC X(7)    VALUE "ACTIVE".
010800 01  WS-BALANCE                 PIC S9(7)V99 VALUE 0.
010900 01  WS-AMOUNT                  PIC 9(7)V99 VALUE 0.
011000 01  WS-INTEREST                PIC 9(7)V99 VALUE 0.
018200     PERFORM 1050-STAMP-RUN-DATE
018300     PERFORM 1100-OPEN-TXN-FILE
018400     MOVE WS-MAX-TXN-ID TO WS-TXN-ID
018450     PERFORM 1190-OPEN-LEDGER-INDEX
018500     OPEN OUTPUT GL-FILE
018600     IF WS-GL-FILE-STATUS NOT = "00"
018700         MOVE "OPEN OUTPUT GL-FILE" TO WS-ABEND-CONTEXT
018800         PERFORM 9930-ABEND-GL-FILE
018900     END-IF
018910     PERFORM 1800-LOAD-GL-CHART
018915     PERFORM 1900-LOAD-PRODUCT-PARAMS
018920     OPEN OUTPUT GL-SUSP-FILE
018930     IF WS-GLSP-FILE-STATUS NOT = "00"
018940         MOVE "OPEN OUTPUT GL-SUSP-FILE" TO WS-ABEND-CONTEXT
018950         PERFORM 9998-ABEND-GL-SUSP-FILE
018960     END-IF
019000     OPEN INPUT ACCOUNT-IDX-FILE
019100     IF WS-ACCT-FILE-STATUS NOT = "00"
019200         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
019300         PERFORM 9910-ABEND-ACCT-FILE
019400     ELSE
019500         DISPLAY "Starting month-end interest and fees..."
021470     PERFORM 9700-WRITE-RUN-LOG
021480     EXIT.
021500*****************************************************************
021600*  1100-OPEN-TXN-FILE - SEED THE NEXT TXN ID, PREFERABLY FROM
021650*  THE END-OF-DAY SNAPSHOT (NO REPLAY, JUST OPEN EXTEND AND
021660*  GO), OTHERWISE BY THE READ PASS OVER THE WHOLE LEDGER,
021700*  THEN REOPEN IT EXTEND FOR THE
021800*  POSTING PASS.  STATUS "35" ON THE FIRST OPEN MEANS THERE IS
021900*  NO PRIOR FILE YET - EVERYTHING ELSE IS FATAL.
022000*****************************************************************
024980     ELSE
024982         DISPLAY "SNAPSHOT NOT USED - " WS-SNAP-REASON
024984         DISPLAY "FALLING BACK TO FULL LEDGER REPLAY"
024988         MOVE 0 TO WS-MAX-TXN-ID
024990         MOVE 0 TO WS-SPK-COUNT
024992     END-IF
025100     END-IF
025102     EXIT.
025104
025105*****************************************************************
025106*  1175-APPLY-SNAP-BALANCE - BALANCES ARE READ FROM THE LEDGER
025107*  INDEX BY KEY AS EACH ACCOUNT COMES UP, SO AN EBAL ROW ONLY
025108*  COUNTS TOWARD THE TRAILER CHECK.
025109*****************************************************************
025110 1175-APPLY-SNAP-BALANCE.
025111     IF NOT WS-SNAP-HDR-SEEN
025112         MOVE "SNAPSHOT HEADER MISSING" TO WS-SNAP-REASON
025113         MOVE "Y" TO WS-SNAP-EOF-SW
025114     ELSE
025128         ADD 1 TO WS-SNAP-DETAIL-COUNT
025142     END-IF
025144     EXIT.
025146
025224     END-IF
025226     EXIT.
025228
025230*****************************************************************
025232*  1190-OPEN-LEDGER-INDEX - OPEN THE LEDGER INDEX FOR UPDATE.
025234*  EACH ACCOUNT'S BALANCE IS READ FROM IT BY KEY AND EVERY ROW
025236*  THIS RUN POSTS IS WRITTEN TO IT, SO IT MUST BE THERE (STATUS
025238*  35: BANKIDX HAS NOT BUILT IT) AND MUST BE LEVEL WITH THE
025240*  LEDGER - IT HOLDS THE HIGHEST TXN ID ALREADY USED AND NOTHING
025242*  PAST IT.  AN INDEX OUT OF STEP STOPS THE RUN BEFORE ANYTHING
025244*  POSTS; THE BANKIDX LEDGER FUNCTION REBUILDS IT.
025246*****************************************************************
025248 1190-OPEN-LEDGER-INDEX.
025250     OPEN I-O LEDGER-IDX-FILE
025252     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
025254         MOVE "OPEN I-O LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
025256         PERFORM 9965-ABEND-LEDGIDX-FILE
025258     END-IF
025260     IF WS-MAX-TXN-ID > 0
025262         MOVE WS-MAX-TXN-ID TO WS-LDG-CHECK-ID
025264         PERFORM 1195-READ-LEDGER-INDEX-ID
025266         IF WS-LEDGIDX-FILE-STATUS = "23"
025268             MOVE "LEDGER-IDX BEHIND TXN-FILE" TO WS-ABEND-CONTEXT
025270             PERFORM 9965-ABEND-LEDGIDX-FILE
025272         END-IF
025274     END-IF
025276     IF WS-MAX-TXN-ID < 9999
025278         COMPUTE WS-LDG-CHECK-ID = WS-MAX-TXN-ID + 1
025280         PERFORM 1195-READ-LEDGER-INDEX-ID
025282         IF WS-LEDGIDX-FILE-STATUS NOT = "23"
025284             MOVE "LEDGER-IDX AHEAD OF TXN-FILE"
025286                 TO WS-ABEND-CONTEXT
025288             PERFORM 9965-ABEND-LEDGIDX-FILE
025290         END-IF
025292     END-IF
025294     EXIT.
025296
025298 1195-READ-LEDGER-INDEX-ID.
025300     MOVE WS-LDG-CHECK-ID TO LX-ROW-TXN-ID
025302     READ LEDGER-IDX-FILE
025304         KEY IS LX-ROW-TXN-ID
025306         INVALID KEY
025308             CONTINUE
025310     END-READ
025312     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
025314        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
025316        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
025318         MOVE "READ LEDGER-IDX-FILE (TXN ID)" TO WS-ABEND-CONTEXT
025320         PERFORM 9965-ABEND-LEDGIDX-FILE
025322     END-IF
025324     EXIT.
025326
025100 1200-LOAD-LEDGER-HISTORY.
025200     READ TXN-FILE
025300         AT END
026200     IF F-TXN-ID > WS-MAX-TXN-ID
026300         MOVE F-TXN-ID TO WS-MAX-TXN-ID
026400     END-IF
027700     EXIT.
028900
028910*****************************************************************
028911*  1800-LOAD-GL-CHART - LOAD THE OPERATOR'S CHART-OF-ACCOUNTS
028960     END-READ
028961     EXIT.
028962
028963*****************************************************************
028964*  1900-LOAD-PRODUCT-PARAMS - TAKE THE RATE BANDS, THE SERVICE
028965*  FEE AND THE OVERDRAFT RATE IN FORCE ON THE BUSINESS DATE
028966*  FROM THE PRODUCT PARAMETER FILE.  NO FILE, NO BAND, OR NO
028967*  FEE OR OVERDRAFT RATE IN FORCE REFUSES THE RUN UP FRONT -
028968*  MONTH-END DOES NOT PRICE ACCOUNTS ON GUESSED RATES.
028969*****************************************************************
028970 1900-LOAD-PRODUCT-PARAMS.
028971     OPEN INPUT PARAM-FILE
028972     IF WS-PARM-FILE-STATUS NOT = "00"
028973         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
028974         PERFORM 9970-ABEND-PARAM-FILE
028975     END-IF
028976     PERFORM 1910-READ-PRODUCT-PARAM
028977         UNTIL WS-PARM-EOF
028978     CLOSE PARAM-FILE
028979     IF WS-TIER-COUNT = 0
028980         MOVE "PARAM TIER-RATE NOT IN FORCE" TO WS-ABEND-CONTEXT
028981         PERFORM 9970-ABEND-PARAM-FILE
028982     END-IF
028983     IF WS-SVC-FEE-EFF-DATE = SPACES
028984         MOVE "PARAM SVC-FEE NOT IN FORCE" TO WS-ABEND-CONTEXT
028985         PERFORM 9970-ABEND-PARAM-FILE
028986     END-IF
028987     IF WS-OD-RATE-EFF-DATE = SPACES
028988         MOVE "PARAM OD-RATE NOT IN FORCE" TO WS-ABEND-CONTEXT
028989         PERFORM 9970-ABEND-PARAM-FILE
028990     END-IF
028991     DISPLAY "PARAMETERS IN FORCE - RATE BANDS: " WS-TIER-COUNT
028992     EXIT.
028993
028994*****************************************************************
028995*  1910-READ-PRODUCT-PARAM - ONE PARAMETER LINE.  ROWS DATED
028996*  AFTER THE BUSINESS DATE ARE NOT IN FORCE YET AND ROWS OF
028997*  TYPES MONTH-END DOES NOT USE ARE PASSED OVER.  A ROW WHOSE
028998*  AMOUNT OR RATE IS NOT NUMERIC IS SKIPPED WITH A SHOUT SO ONE
028999*  TYPO CANNOT SINK THE WHOLE FILE.
029000*****************************************************************
029001 1910-READ-PRODUCT-PARAM.
029002     READ PARAM-FILE
029003         AT END
029004             MOVE "Y" TO WS-PARM-EOF-SW
029005         NOT AT END
029006             MOVE PARAM-RECORD TO WS-PARM-LINE
029007             IF PR-EFF-DATE NOT > WS-DATE
029008                 IF PR-AMOUNT NOT NUMERIC
029009                    OR PR-RATE NOT NUMERIC
029010                     DISPLAY "PARAMETER ROW SKIPPED - "
029011                             "AMOUNT OR RATE NOT NUMERIC: "
029012                             PR-PARAM-TYPE " " PR-PARAM-KEY
029013                 ELSE
029014                     IF PR-TYPE-TIER-RATE
029015                         PERFORM 1920-APPLY-TIER-PARAM
029016                     END-IF
029017                     IF PR-TYPE-SVC-FEE
029018                        AND PR-EFF-DATE NOT < WS-SVC-FEE-EFF-DATE
029019                         MOVE PR-EFF-DATE TO WS-SVC-FEE-EFF-DATE
029020                         MOVE PR-AMOUNT   TO WS-SERVICE-FEE
029021                     END-IF
029022                     IF PR-TYPE-OD-RATE
029023                        AND PR-EFF-DATE NOT < WS-OD-RATE-EFF-DATE
029024                         MOVE PR-EFF-DATE TO WS-OD-RATE-EFF-DATE
029025                         MOVE PR-RATE     TO WS-OD-RATE
029026                     END-IF
029027                 END-IF
029028             END-IF
029029     END-READ
029030     EXIT.
029031
029032*****************************************************************
029033*  1920-APPLY-TIER-PARAM - A BAND ALREADY IN THE TABLE TAKES
029034*  THIS ROW ONLY IF IT IS THE LATER-DATED ENTRY; A NEW BAND IS
029035*  ADDED.
029036*****************************************************************
029037 1920-APPLY-TIER-PARAM.
029038     MOVE 0 TO WS-TIER-MATCH-IDX
029039     PERFORM VARYING TIER-IDX FROM 1 BY 1
029040             UNTIL TIER-IDX > WS-TIER-COUNT
029041         IF TIER-KEY (TIER-IDX) = PR-PARAM-KEY
029042             MOVE TIER-IDX      TO WS-TIER-MATCH-IDX
029043             MOVE WS-TIER-COUNT TO TIER-IDX
029044         END-IF
029045     END-PERFORM
029046     IF WS-TIER-MATCH-IDX = 0
029047         IF WS-TIER-COUNT = 20
029048             MOVE "WS-TIER-TABLE OCCURS 20" TO WS-ABEND-CONTEXT
029049             PERFORM 9940-ABEND-TABLE-OVERFLOW
029050         END-IF
029051         ADD 1 TO WS-TIER-COUNT
029052         MOVE WS-TIER-COUNT TO WS-TIER-MATCH-IDX
029053         MOVE PR-PARAM-KEY  TO TIER-KEY      (WS-TIER-MATCH-IDX)
029054         MOVE SPACES        TO TIER-EFF-DATE (WS-TIER-MATCH-IDX)
029055     END-IF
029056     IF PR-EFF-DATE NOT < TIER-EFF-DATE (WS-TIER-MATCH-IDX)
029057         MOVE PR-EFF-DATE TO TIER-EFF-DATE (WS-TIER-MATCH-IDX)
029058         MOVE PR-AMOUNT   TO TIER-LIMIT    (WS-TIER-MATCH-IDX)
029059         MOVE PR-RATE     TO TIER-RATE     (WS-TIER-MATCH-IDX)
029060     END-IF
029061     EXIT.
029074
029087*****************************************************************
029100*  2000-PROCESS-ACCOUNTS - ONE ITERATION PER ACCOUNT ON THE
029200*  MASTER.  CLOSED ACCOUNTS GET NEITHER INTEREST NOR FEE; FROZEN
029300*  AND DORMANT ACCOUNTS STILL ACCRUE INTEREST (THE FUNDS ARE
029400*  OURS TO HOLD, NOT TO CHARGE) BUT ARE NOT CHARGED THE SERVICE
029405*  FEE.  AN OVERDRAWN BALANCE IS CHARGED OVERDRAFT INTEREST
029410*  INSTEAD OF ACCRUING ANY - THE MONEY OWED RUNS THE OTHER WAY.
029500*****************************************************************
029600 2000-PROCESS-ACCOUNTS.
029700     IF WS-ACCT-STATUS NOT = "CLOSED"
030400     EXIT.
030500
030600 2100-READ-ACCOUNT.
030700     READ ACCOUNT-IDX-FILE NEXT RECORD
030800         AT END
030900             MOVE "Y" TO WS-ACCT-EOF-SW
031000         NOT AT END
031100             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
031200             MOVE A-ACCOUNT-ID   TO WS-ACCOUNT-ID
031300             MOVE A-OPEN-BALANCE TO WS-BALANCE
031400             IF A-STATUS = SPACES
031800             END-IF
031900             PERFORM 2120-APPLY-LEDGER-BALANCE
032000     END-READ
032020     IF WS-ACCT-FILE-STATUS NOT = "00"
032040        AND WS-ACCT-FILE-STATUS NOT = "10"
032060         MOVE "READ ACCOUNT-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
032080         PERFORM 9910-ABEND-ACCT-FILE
032090     END-IF
032100     EXIT.
032200
032300*****************************************************************
032400*  2120-APPLY-LEDGER-BALANCE - IF THIS ACCOUNT ALREADY HAS
032500*  HISTORY ON THE LEDGER, ITS LAST POSTED BALANCE REPLACES THE
032600*  OPENING BALANCE FROM THE ACCOUNTS MASTER.  THE LEDGER INDEX
032620*  IS READ FROM THE ACCOUNT'S FIRST ROW BY KEY TO ITS LAST, SO
032640*  THE BALANCE TAKEN IS THE ONE ON THE HIGHEST TXN ID.
032700*****************************************************************
032800 2120-APPLY-LEDGER-BALANCE.
032820     MOVE WS-ACCOUNT-ID TO LX-ACCOUNT-ID
032840     MOVE 0 TO LX-TXN-ID
032860     MOVE "N" TO WS-LDG-DONE-SW
032900     START LEDGER-IDX-FILE
032920         KEY IS NOT LESS THAN LX-KEY
032940         INVALID KEY
032960             MOVE "Y" TO WS-LDG-DONE-SW
032980     END-START
033000     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
033020        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
033040         MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
033060         PERFORM 9965-ABEND-LEDGIDX-FILE
033080     END-IF
033100     PERFORM 2130-READ-LEDGER-ROW
033120         UNTIL WS-LDG-DONE
033140     EXIT.
033160
033200 2130-READ-LEDGER-ROW.
033220     READ LEDGER-IDX-FILE NEXT RECORD
033240         AT END
033260             MOVE "Y" TO WS-LDG-DONE-SW
033280         NOT AT END
033300             IF LX-ACCOUNT-ID NOT = WS-ACCOUNT-ID
033320                 MOVE "Y" TO WS-LDG-DONE-SW
033340             ELSE
033360                 MOVE LX-TXN-ROW TO WS-CSV-LINE
033380                 MOVE F-BALANCE-AFTER TO WS-BALANCE
033400             END-IF
033420     END-READ
033440     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
033460        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
033480        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
033500         MOVE "READ LEDGER-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
033520         PERFORM 9965-ABEND-LEDGIDX-FILE
033540     END-IF
034000     EXIT.
034100
034200*****************************************************************
034800     MOVE 0 TO WS-INTEREST
034900     IF WS-BALANCE > ZERO
035000         PERFORM 3010-FIND-RATE-TIER
035050         IF WS-TIER-MATCH-IDX > 0
035100             COMPUTE WS-INTEREST ROUNDED =
035200                 WS-BALANCE * TIER-RATE (WS-TIER-MATCH-IDX)
035250         END-IF
035300     END-IF
035400     IF WS-INTEREST > ZERO
035500         MOVE "INTEREST"      TO WS-TXN-TYPE
036495     EXIT.
036496
036700*****************************************************************
036800*  3010-FIND-RATE-TIER - THE LOWEST BAND WHOSE UPPER LIMIT
036900*  COVERS THE BALANCE SUPPLIES THE RATE.  THE BANDS ARRIVE IN
037000*  WHATEVER ORDER THEY WERE KEYED, SO EVERY BAND IS LOOKED AT.
037100*  A BALANCE NO BAND COVERS EARNS NOTHING AND IS NOTED.
037200*****************************************************************
037300 3010-FIND-RATE-TIER.
037400     MOVE 0 TO WS-TIER-MATCH-IDX
037500     PERFORM VARYING TIER-IDX FROM 1 BY 1
037600             UNTIL TIER-IDX > WS-TIER-COUNT
037700         IF WS-BALANCE NOT > TIER-LIMIT (TIER-IDX)
037710             IF WS-TIER-MATCH-IDX = 0
037720                 MOVE TIER-IDX TO WS-TIER-MATCH-IDX
037730             ELSE
037740                 IF TIER-LIMIT (TIER-IDX) <
037750                    TIER-LIMIT (WS-TIER-MATCH-IDX)
037760                     MOVE TIER-IDX TO WS-TIER-MATCH-IDX
037770                 END-IF
037780             END-IF
037900         END-IF
038000     END-PERFORM
038010     IF WS-TIER-MATCH-IDX = 0
038020         DISPLAY "NO RATE BAND COVERS " WS-ACCOUNT-ID
038030                 " - NO INTEREST ACCRUED"
038040     END-IF
038100     EXIT.
038200
038300*****************************************************************
043468     ADD WS-TXN-ID TO WS-GL-HASH-TOTAL
043470     EXIT.
043472
043486
043500*****************************************************************
043600*  3510-WRITE-GL-TRAILER - WRITE THE CONTROL/HASH-TOTAL TRAILER
043700*  RECORD THAT CLOSES OUT THE GL EXTRACT FOR THIS RUN.
045000
045100*****************************************************************
045200*  3600-WRITE-TXN-RECORD - APPEND ONE POSTED TRANSACTION TO
045300*  TXN-FILE AND THE LEDGER INDEX AND FOLD IT INTO THE GL
045350*  EXTRACT.
045400*****************************************************************
045500 3600-WRITE-TXN-RECORD.
045600     MOVE WS-TXN-ID TO F-TXN-ID
046800         MOVE "WRITE TXN-RECORD" TO WS-ABEND-CONTEXT
046900         PERFORM 9900-ABEND-TXN-FILE
047000     END-IF
047010     PERFORM 3650-WRITE-LEDGER-INDEX
047100     PERFORM 3500-WRITE-GL-ENTRY
047200
047300     MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
047800     EXIT.
047810
047812*****************************************************************
047814*  3650-WRITE-LEDGER-INDEX - WRITE THE ROW JUST APPENDED TO
047816*  TXN-FILE TO THE LEDGER INDEX AS WELL, THE WAY THE DAILY
047818*  BATCH DOES, SO THE INDEX STAYS LEVEL WITH THE LEDGER AND THE
047820*  SNAPSHOT REWRITE AT TERMINATE, WHICH WALKS THE INDEX, TAKES
047822*  THE MONTH-END BALANCES.  STATUS "02" ONLY SAYS THE TXN ID
047824*  IS ALREADY ON THE ALTERNATE KEY (A CARRY-FWD ROW), WHICH IS
047826*  ALLOWED.
047828*****************************************************************
047830 3650-WRITE-LEDGER-INDEX.
047832     MOVE WS-ACCOUNT-ID TO LX-ACCOUNT-ID
047834     MOVE WS-TXN-ID     TO LX-TXN-ID
047836     MOVE WS-CSV-LINE   TO LX-TXN-ROW
047838     WRITE LEDGER-IDX-RECORD
047840     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
047842        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
047844         MOVE "WRITE LEDGER-IDX-RECORD" TO WS-ABEND-CONTEXT
047846         PERFORM 9965-ABEND-LEDGIDX-FILE
047848     END-IF
047872     EXIT.
047900
048000*****************************************************************
048600         MOVE "CLOSE TXN-FILE (FINAL)" TO WS-ABEND-CONTEXT
048700         PERFORM 9900-ABEND-TXN-FILE
048800     END-IF
048900     CLOSE ACCOUNT-IDX-FILE
048920     IF WS-ACCT-FILE-STATUS NOT = "00"
048940         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
048960         PERFORM 9910-ABEND-ACCT-FILE
048980     END-IF
049000     PERFORM 3510-WRITE-GL-TRAILER
049100     CLOSE GL-FILE
049200     IF WS-GL-FILE-STATUS NOT = "00"
049510     IF WS-SNAP-USED
049520         PERFORM 9500-REWRITE-EOD-SNAPSHOT
049530     END-IF
049540     CLOSE LEDGER-IDX-FILE
049550     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
049560         MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
049570         PERFORM 9965-ABEND-LEDGIDX-FILE
049580     END-IF
049600     DISPLAY "Interest postings : " WS-INTEREST-COUNT
049650     DISPLAY "OD interest chgs  : " WS-OD-INT-COUNT
049700     DISPLAY "Fee postings      : " WS-FEE-COUNT
050112*  9500-REWRITE-EOD-SNAPSHOT - THE MONTH-END POSTINGS CHANGED
050114*  BALANCES, SO THE SNAPSHOT THE NEXT DAILY BATCH SEEDS FROM
050116*  IS REFRESHED: SAME AS-OF DATE (MONTH-END BELONGS TO THE
050118*  SAME BUSINESS DAY), NEW HIGHEST TXN ID, UPDATED BALANCES
050119*  (EVERY ACCOUNT'S LAST ROW ON THE LEDGER INDEX),
050120*  AND THE SPEND ROWS CARRIED THROUGH UNTOUCHED.  ONLY RUNS
050122*  WHEN THE STARTUP SEEDED FROM THE SNAPSHOT - AFTER A FULL
050124*  REPLAY THERE ARE NO SPEND ROWS TO CARRY AND THE NEXT BATCH
050156         PERFORM 9960-ABEND-EOD-FILE
050158     END-IF
050160     MOVE 0 TO WS-SNAP-DETAIL-COUNT
050162     PERFORM 9510-WRITE-EOD-BALANCES
050188     PERFORM VARYING SPK-IDX FROM 1 BY 1
050190             UNTIL SPK-IDX > WS-SPK-COUNT
050192         MOVE "ESPD" TO ES-RECORD-TYPE
050240     END-IF
050242     EXIT.
050244
050245*****************************************************************
050246*  9510-WRITE-EOD-BALANCES - ONE EBAL RECORD PER ACCOUNT ON THE
050247*  LEDGER, CARRYING THE BALANCE ON ITS LAST ROW, FROM A WALK OF
050248*  THE LEDGER INDEX IN KEY ORDER - THE SAME RULE THE DAILY
050249*  BATCH USES FOR ITS OWN SNAPSHOT.
050250*****************************************************************
050251 9510-WRITE-EOD-BALANCES.
050252     MOVE SPACES TO WS-EBAL-ACCOUNT-ID
050253     MOVE "N" TO WS-LDG-DONE-SW
050254     MOVE LOW-VALUES TO LX-KEY
050255     START LEDGER-IDX-FILE
050256         KEY IS NOT LESS THAN LX-KEY
050257         INVALID KEY
050258             MOVE "Y" TO WS-LDG-DONE-SW
050259     END-START
050260     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
050261        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
050262         MOVE "START LEDGER-IDX-FILE (EOD)" TO WS-ABEND-CONTEXT
050263         PERFORM 9965-ABEND-LEDGIDX-FILE
050264     END-IF
050265     PERFORM 9520-READ-EOD-LEDGER-ROW
050266         UNTIL WS-LDG-DONE
050267     IF WS-EBAL-ACCOUNT-ID NOT = SPACES
050268         PERFORM 9530-WRITE-EOD-BALANCE
050269     END-IF
050270     EXIT.
050271
050272*****************************************************************
050273*  9520-READ-EOD-LEDGER-ROW - ONE ROW OF THE WALK.  WHEN THE
050274*  ACCOUNT CHANGES, THE PREVIOUS ACCOUNT'S LAST BALANCE IS
050275*  WRITTEN; EACH ROW THEN BECOMES THE LATEST SEEN.
050276*****************************************************************
050277 9520-READ-EOD-LEDGER-ROW.
050278     READ LEDGER-IDX-FILE NEXT RECORD
050279         AT END
050280             MOVE "Y" TO WS-LDG-DONE-SW
050281         NOT AT END
050282             IF LX-ACCOUNT-ID NOT = WS-EBAL-ACCOUNT-ID
050283                AND WS-EBAL-ACCOUNT-ID NOT = SPACES
050284                 PERFORM 9530-WRITE-EOD-BALANCE
050285             END-IF
050286             MOVE LX-TXN-ROW      TO WS-CSV-LINE
050287             MOVE LX-ACCOUNT-ID   TO WS-EBAL-ACCOUNT-ID
050288             MOVE F-BALANCE-AFTER TO WS-EBAL-BALANCE
050289     END-READ
050290     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
050291        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
050292        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
050293         MOVE "READ LEDGER-IDX-FILE (EOD)" TO WS-ABEND-CONTEXT
050294         PERFORM 9965-ABEND-LEDGIDX-FILE
050295     END-IF
050296     EXIT.
050297
050298 9530-WRITE-EOD-BALANCE.
050299     MOVE "EBAL" TO EB-RECORD-TYPE
050300     MOVE WS-EBAL-ACCOUNT-ID TO EB-ACCOUNT-ID
050301     MOVE WS-EBAL-BALANCE    TO EB-BALANCE
050302     MOVE EOD-BALANCE-RECORD TO EOD-RECORD
050303     WRITE EOD-RECORD
050304     IF WS-EOD-FILE-STATUS NOT = "00"
050305         MOVE "WRITE EOD-RECORD (EBAL)" TO WS-ABEND-CONTEXT
050306         PERFORM 9960-ABEND-EOD-FILE
050307     END-IF
050308     ADD 1 TO WS-SNAP-DETAIL-COUNT
050309     EXIT.
050310
050200*****************************************************************
050300*  9900-ABEND-TXN-FILE - TXN-FILE FAILED IN A WAY THAT IS NOT
050400*  "NO PRIOR FILE" (STATUS 35 ON THE FIRST OPEN).  A BAD WRITE
051400     STOP RUN.
051500
051600*****************************************************************
051700*  9910-ABEND-ACCT-FILE - THE ACCOUNTS MASTER COULD NOT BE
051750*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
051800*  RUN).  MONTH-END WITHOUT THE BOOK OF ACCOUNTS IS MEANINGLESS,
051900*  SO THE RUN STOPS.
052000*****************************************************************
052100 9910-ABEND-ACCT-FILE.
052200     DISPLAY "BANKINT: FATAL - ACCOUNT-IDX-FILE ERROR ON "
052300             WS-ABEND-CONTEXT
052400     DISPLAY "BANKINT: FILE STATUS=" WS-ACCT-FILE-STATUS
052500     DISPLAY "BANKINT: RUN TERMINATED ABNORMALLY."
058133     PERFORM 9800-LOG-ABEND
058167     MOVE 16 TO RETURN-CODE
058200     STOP RUN.
058201
058202*****************************************************************
058203*  9965-ABEND-LEDGIDX-FILE - THE LEDGER INDEX COULD NOT BE
058204*  OPENED, READ, WRITTEN OR CLOSED, OR IS OUT OF STEP WITH
058205*  TXN-FILE (STATUS 35, OR BEHIND / AHEAD OF IT: RESTORE THE
058206*  LEDGER IF NEED BE AND RUN THE BANKIDX LEDGER FUNCTION TO
058207*  REBUILD THE INDEX FROM IT).  INTEREST ON A WRONG BALANCE, OR
058208*  A ROW LEFT OFF THE INDEX, IS WORSE THAN NO MONTH-END, SO THE
058209*  RUN STOPS.
058210*****************************************************************
058211 9965-ABEND-LEDGIDX-FILE.
058212     DISPLAY "BANKINT: FATAL - LEDGER-IDX-FILE ERROR ON "
058213             WS-ABEND-CONTEXT
058214     DISPLAY "BANKINT: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
058215     DISPLAY "BANKINT: RUN TERMINATED ABNORMALLY."
058216     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
058217     PERFORM 9800-LOG-ABEND
058218     MOVE 16 TO RETURN-CODE
058219     STOP RUN.
058300*****************************************************************
058310*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
058320*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
059020     PERFORM 9800-LOG-ABEND
059030     MOVE 16 TO RETURN-CODE
059040     STOP RUN.
059041
059042*****************************************************************
059043*  9970-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
059044*  MISSING OR UNREADABLE, OR LACKS A RATE BAND, FEE OR
059045*  OVERDRAFT RATE IN FORCE ON THE BUSINESS DATE.  MONTH-END
059046*  DOES NOT PRICE ON GUESSED RATES, SO THE RUN REFUSES TO
059047*  START.
059048*****************************************************************
059049 9970-ABEND-PARAM-FILE.
059050     DISPLAY "BANKINT: FATAL - PARAM-FILE ERROR ON "
059051             WS-ABEND-CONTEXT
059052     DISPLAY "BANKINT: FILE STATUS=" WS-PARM-FILE-STATUS
059053     DISPLAY "BANKINT: RUN TERMINATED ABNORMALLY."
059054     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
059055     PERFORM 9800-LOG-ABEND
059056     MOVE 16 TO RETURN-CODE
059057     STOP RUN.
059058
059060*****************************************************************
059070*  9998-ABEND-GL-SUSP-FILE - THE SUSPENSE FILE FAILED ON OPEN,
059080*  WRITE OR CLOSE.  A SUSPENDED POSTING NOBODY SEES IS A
