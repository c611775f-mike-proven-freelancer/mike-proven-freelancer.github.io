001997*  2026-09-02  DA    REVIEW FIXES - REJECT LINES WIDENED FOR
001998*                    THE HOLD-DATE COLUMN SO A REJECTED ROW IS
001999*                    CARRIED WHOLE, OFFENDING DATE INCLUDED.
002000*  2026-10-15  DA    MAKER-CHECKER: THE BATCH HEADER NOW NAMES THE
002001*                    OPERATOR WHO KEYED IT.  A DETAIL THAT PASSES
002002*                    EVERY EDIT BUT IS OVER THE APPR-LIMIT PRODUCT
002003*                    PARAMETER IS HELD ON THE APPROVALS
002004*                    QUEUE (DATA/APPROVAL_QUEUE.CSV, LAYOUT IN
002005*                    APRREC) INSTEAD OF GOING TO THE CLEAN FILE;
002006*                    BANKAPPR RELEASES IT TO POSTING ONCE A SECOND
002007*                    OPERATOR APPROVES IT.  A RERUN OF THE SAME
002008*                    BATCH DOES NOT HOLD AN ITEM TWICE.
002009*  2026-10-15  DA    TERM DEPOSITS: A TRANSFER MAY NAME A DEPOSIT
002010*                    ON DATA/TERM_DEPOSITS.CSV AS ITS
002011*                    COUNTERPARTY, WHICH FUNDS IT; THE DEPOSIT
002012*                    MUST BE LINKED TO THE SOURCE ACCOUNT.
002013*  2026-10-15  DA    A ROW'S ACCOUNT, AND A TRANSFER'S
002014*                    COUNTERPARTY, ARE NOW LOOKED UP BY KEY ON
002015*                    THE INDEXED MASTER DATA/ACCOUNTS.IDX (BUILT
002016*                    BY BANKIDX) INSTEAD OF IN A PRE-LOADED
002017*                    200-ACCOUNT TABLE.
002022*  2026-10-15  DA    HELD ITEMS NOW WAIT IN A BUFFER AND GO ON THE
002027*                    APPROVALS QUEUE ONLY ONCE THE TRAILER HAS
002032*                    PROVEN THE BATCH, SO A REFUSED BATCH HOLDS
002037*                    NOTHING.  AN ITEM ID ALREADY ON THE QUEUE
002042*                    COUNTS AS HELD ONLY IF ITS QUEUED ROW IS THIS
002047*                    ROW; A DIFFERENT ROW UNDER THAT ID IS
002052*                    REJECTED.  THE MASTER CLOSE IS NOW CHECKED.
002054*  2026-10-15  DA    EVERY REVERSAL IS NOW HELD FOR APPROVAL,
002056*                    WHATEVER AMOUNT IS KEYED ON IT: THE AMOUNT
002058*                    BACKED OUT IS THE ORIGINAL POSTING'S, NOT
002060*                    THE KEYED ONE, SO THE APPR-LIMIT TEST CANNOT
002062*                    BE APPLIED TO IT HERE.  THE ITEMS ALREADY
002064*                    HELD ARE NOW LOADED WHEN THE BATCH HEADER IS
002066*                    READ, FOR THAT BATCH ONLY, FROM BOTH THE
002068*                    QUEUE AND DATA/APPROVAL_HISTORY.CSV (WHERE
002070*                    BANKAPPR MOVES DECIDED ITEMS), AND THE QUEUE
002072*                    IS OPENED TO APPEND ONLY WHEN THERE ARE HELD
002074*                    ITEMS TO WRITE.
002076*  2026-10-15  DA    A BATCH HEADED WITH THE FEED MAKER ID "FEED"
002078*                    IS BANKFEED'S TRANSLATION OF AN EXTERNAL-
002080*                    CREDITS FEED.  ITS ITEMS ARE NOT HELD FOR
002082*                    APPROVAL - BANKRETN SETTLES A FEED'S ITEMS ON
002084*                    THE DAY THE FEED POSTS, SO A HELD ITEM WOULD
002086*                    BE SETTLED AS POSTED AND NEVER RETURNED IF
002088*                    LATER REFUSED.  THE BATCH MUST BE ON THE FEED
002090*                    ITEM REGISTER (DATA/EXTERNAL_ITEMS.CSV) OR
002092*                    IT IS REFUSED, SO A KEYED BATCH CANNOT CLAIM
002094*                    THE FEED ID TO ESCAPE THE SECOND OPERATOR.
002096*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-PEND-FILE-STATUS.
002700
002766     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
002832         ORGANIZATION IS INDEXED
002898         ACCESS MODE IS RANDOM
002964         RECORD KEY IS AX-ACCOUNT-ID
003030         FILE STATUS IS WS-ACCT-FILE-STATUS.
003100
003200     SELECT CLEAN-FILE ASSIGN TO "data/pending_clean.csv"
003300         ORGANIZATION IS LINE SEQUENTIAL
003820     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
003845     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
003850         ORGANIZATION IS LINE SEQUENTIAL
003855         FILE STATUS IS WS-BDATE-FILE-STATUS.
003860
003865     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
003870         ORGANIZATION IS LINE SEQUENTIAL
003875         FILE STATUS IS WS-PARM-FILE-STATUS.
003880
003885     SELECT APPR-QUEUE-FILE ASSIGN TO "data/approval_queue.csv"
003890         ORGANIZATION IS LINE SEQUENTIAL
003895         FILE STATUS IS WS-APRQ-FILE-STATUS.
003896
003897     SELECT TD-FILE ASSIGN TO "data/term_deposits.csv"
003898         ORGANIZATION IS LINE SEQUENTIAL
003899         FILE STATUS IS WS-TDM-FILE-STATUS.
003900
003910     SELECT APPR-HIST-FILE ASSIGN TO "data/approval_history.csv"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-APRH-FILE-STATUS.
003935
003940     SELECT ITEM-FILE ASSIGN TO "data/external_items.csv"
003950         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS WS-ITEM-FILE-STATUS.
003970
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PENDING-FILE.
004300 01  PENDING-RECORD             PIC X(120).
004400
004437*****************************************************************
004474*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
004511*  (ACCTIDX), OPEN FOR THE WHOLE EDIT SO EACH ROW'S ACCOUNT IS
004548*  READ BY KEY.
004585*****************************************************************
004622 FD  ACCOUNT-IDX-FILE.
004659     COPY acctidx.
004700
004800*****************************************************************
004900*  CLEAN-FILE - THE ROWS THAT PASSED EVERY EDIT, WRITTEN THROUGH
006070*****************************************************************
006080 FD  RUN-LOG-FILE.
006090 01  RUN-LOG-RECORD             PIC X(130).
006091 FD  BUS-DATE-FILE.
006092 01  BUS-DATE-RECORD            PIC X(30).
006093
006094 FD  PARAM-FILE.
006095 01  PARAM-RECORD               PIC X(60).
006096
006097*****************************************************************
006098*  APPR-QUEUE-FILE - THE MAKER-CHECKER APPROVALS QUEUE
006099*  (APQ-CSV-RECORD IN APRREC).  READ AT STARTUP FOR THE ITEMS
006100*  ALREADY HELD, THEN APPENDED TO WITH THIS RUN'S HELD ITEMS.
006101*****************************************************************
006102 FD  APPR-QUEUE-FILE.
006103 01  APPR-QUEUE-RECORD          PIC X(240).
006104
006105*****************************************************************
006106*  TD-FILE - THE TERM DEPOSIT MASTER (TDM-CSV-RECORD IN TDMREC).
006107*  A TRANSFER TO A DEPOSIT ID IS HOW A DEPOSIT IS FUNDED.
006108*****************************************************************
006109 FD  TD-FILE.
006110 01  TD-RECORD                  PIC X(130).
006112
006114*****************************************************************
006116*  APPR-HIST-FILE - THE ITEMS BANKAPPR HAS DECIDED, MOVED OFF
006118*  THE QUEUE IN THE SAME LAYOUT.  READ ONLY, SO AN ITEM ALREADY
006120*  DECIDED IS NOT HELD AGAIN WHEN ITS BATCH IS RERUN.
006122*****************************************************************
006124 FD  APPR-HIST-FILE.
006126 01  APPR-HIST-RECORD           PIC X(240).
006127
006128*****************************************************************
006130*  ITEM-FILE - THE REGISTER OF FEED ITEMS BANKFEED HANDED ON TO
006132*  THE EDIT (XIT-CSV-RECORD IN XRTREC).  READ ONLY, TO PROVE A
006134*  BATCH HEADED WITH THE FEED MAKER ID CAME FROM BANKFEED.
006136*****************************************************************
006138 FD  ITEM-FILE.
006140 01  ITEM-RECORD                PIC X(100).
006155
006200 WORKING-STORAGE SECTION.
006300 01  WS-PEND-FILE-STATUS        PIC XX.
006400 01  WS-ACCT-FILE-STATUS        PIC XX.
006500 01  WS-CLEAN-FILE-STATUS       PIC XX.
006600 01  WS-REJ-FILE-STATUS         PIC XX.
006610 01  WS-RUNLOG-FILE-STATUS      PIC XX.
006632 01  WS-BDATE-FILE-STATUS       PIC XX.
006654 01  WS-PARM-FILE-STATUS        PIC XX.
006676 01  WS-APRQ-FILE-STATUS        PIC XX.
006688 01  WS-TDM-FILE-STATUS         PIC XX.
006692 01  WS-APRH-FILE-STATUS        PIC XX.
006696 01  WS-ITEM-FILE-STATUS        PIC XX.
006700 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
006710
006720*****************************************************************
006800
006900 01  WS-PEND-EOF-SW             PIC X       VALUE "N".
007000     88  WS-PEND-EOF                        VALUE "Y".
007220 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
007240     88  WS-PARM-EOF                        VALUE "Y".
007260 01  WS-APRQ-EOF-SW             PIC X       VALUE "N".
007280     88  WS-APRQ-EOF                        VALUE "Y".
007286 01  WS-TDM-EOF-SW              PIC X       VALUE "N".
007292     88  WS-TDM-EOF                         VALUE "Y".
007293 01  WS-APRH-EOF-SW             PIC X       VALUE "N".
007294     88  WS-APRH-EOF                        VALUE "Y".
007295 01  WS-ITEM-EOF-SW             PIC X       VALUE "N".
007296     88  WS-ITEM-EOF                        VALUE "Y".
007297 01  WS-FEED-BATCH-SW           PIC X       VALUE "N".
007298     88  WS-FEED-BATCH                      VALUE "Y".
007300
007400     COPY pndrec REPLACING ==PND-CSV-RECORD==
007500         BY ==WS-PEND-LINE==.
007600
007816     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
007832
007848     COPY busdate.
007864
007880     COPY aprrec.
007886
007892     COPY tdmrec.
007896     COPY xrtrec.
007900
008000*****************************************************************
008157*  ACCOUNTS MASTER LOOKUP - THE ID A PENDING ROW'S ACCOUNT (OR A
008314*  TRANSFER'S COUNTERPARTY) IS CHECKED UNDER, AND WHETHER THE
008471*  KEYED READ FOUND IT.
008628*****************************************************************
008785 01  WS-MSTR-FOUND-SW           PIC X       VALUE "N".
008942     88  WS-MSTR-FOUND                      VALUE "Y".
009100 01  WS-LOOKUP-ID               PIC X(10)   VALUE SPACES.
009106
009112*****************************************************************
009118*  TERM DEPOSIT TABLE - EVERY DEPOSIT ID ON THE TERM DEPOSIT
009124*  MASTER WITH ITS LINKED ACCOUNT.  A TRANSFER'S COUNTERPARTY
009130*  NOT ON THE ACCOUNTS MASTER MAY BE ONE OF THESE, FUNDED FROM
009136*  ITS LINKED ACCOUNT ONLY.
009142*****************************************************************
009148 01  WS-TDL-TABLE.
009154     05  WS-TDL-ENTRY OCCURS 500 TIMES
009160                      INDEXED BY TDL-IDX.
009166         10  TDL-DEPOSIT-ID     PIC X(10).
009172         10  TDL-ACCOUNT-ID     PIC X(10).
009178 01  WS-TDL-COUNT               PIC 9(4)    VALUE 0.
009184 01  WS-TDL-MATCH-IDX           PIC 9(4)    VALUE 0.
009200
009300*****************************************************************
009400*  APPROVED TRANSACTION TYPE TABLE - THE ONLY TYPES THE POSTING
012520 01  WS-DETAIL-AMT-TOTAL        PIC 9(9)V99 VALUE 0.
012530 01  WS-CLEAN-AMT-TOTAL         PIC 9(9)V99 VALUE 0.
012540 01  WS-REFUSE-REASON           PIC X(30)   VALUE SPACES.
012541*****************************************************************
012542*  MAKER-CHECKER FIELDS - WS-APPR-LIMIT IS THE APPR-LIMIT ENTRY
012543*  IN FORCE ON THE BUSINESS DATE; A DETAIL FOR MORE IS HELD FOR
012544*  A SECOND OPERATOR, AS IS EVERY REVERSAL.  WS-MAKER-ID IS THE
012545*  KEYING OPERATOR FROM THE BATCH HEADER.  THE HELD-ITEM TABLE
012546*  IS EVERY ITEM OF THIS BATCH ON THE QUEUE OR ITS HISTORY, WITH
012547*  THE ROW IT HOLDS, SO A RERUN DOES NOT HOLD ONE TWICE.  THE
012548*  HOLD BUFFER KEEPS THIS RUN'S HELD ITEMS UNTIL THE TRAILER HAS
012549*  PROVEN THE BATCH; ONLY THEN ARE THEY APPENDED TO THE QUEUE.
012550*****************************************************************
012551 01  WS-RUN-DATE                PIC X(10)   VALUE SPACES.
012552 01  WS-APPR-LIMIT              PIC 9(7)V99 VALUE 0.
012553 01  WS-APPR-LIMIT-DISP         PIC Z(6)9.99.
012554 01  WS-APPR-LIMIT-EFF-DATE     PIC X(10)   VALUE SPACES.
012555 01  WS-MAKER-ID                PIC X(8)    VALUE SPACES.
012556 01  WS-HELD-COUNT              PIC 9(6)    VALUE 0.
012557 01  WS-ITEM-ID.
012558     05  ITM-PREFIX             PIC X.
012559     05  ITM-BATCH-ID           PIC X(8).
012560     05  ITM-ROW-NO             PIC 9(4).
012561 01  WS-HELD-TABLE.
012562     05  WS-HELD-ENTRY OCCURS 2000 TIMES
012563                       INDEXED BY HLD-IDX.
012564         10  HLD-ITEM-ID        PIC X(13).
012565         10  HLD-ITEM-DATA      PIC X(120).
012566 01  WS-HELD-ID-COUNT           PIC 9(4)    VALUE 0.
012567 01  WS-HELD-MATCH-IDX          PIC 9(4)    VALUE 0.
012568 01  WS-HOLD-BUF-TABLE.
012569     05  WS-HOLD-BUF-ENTRY OCCURS 2000 TIMES
012570                           INDEXED BY HBF-IDX.
012571         10  HBF-ROW            PIC X(240).
012572 01  WS-HOLD-BUF-COUNT          PIC 9(4)    VALUE 0.
012573
012600 PROCEDURE DIVISION.
012700*****************************************************************
012800*  0000-MAINLINE
013500     STOP RUN.
013600
013700*****************************************************************
013800*  1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE APPR-LIMIT
013835*  IN FORCE ON IT, OPEN THE ACCOUNTS MASTER AND OPEN THE
013870*  PENDING, CLEAN AND REJECT FILES.
014000*****************************************************************
014100 1000-INITIALIZE.
014150     PERFORM 1060-STAMP-RUN-ID
014160     PERFORM 1050-STAMP-RUN-DATE
014170     PERFORM 1200-LOAD-PRODUCT-PARAMS
014210     PERFORM 1100-OPEN-ACCOUNT-MASTER
014275     PERFORM 1400-LOAD-TERM-DEPOSITS
014300     OPEN OUTPUT CLEAN-FILE
014400     IF WS-CLEAN-FILE-STATUS NOT = "00"
014500         MOVE "OPEN OUTPUT CLEAN-FILE" TO WS-ABEND-CONTEXT
016100     END-IF
016200     EXIT.
016300
016301*****************************************************************
016302*  1050-STAMP-RUN-DATE - THE EDIT RUNS AHEAD OF THE POSTING RUN,
016303*  UNDER THE BUSINESS DATE THAT RUN WILL POST.  IT DATES THE
016304*  ITEMS HELD FOR APPROVAL AND PICKS THE APPR-LIMIT IN FORCE.
016305*****************************************************************
016306 1050-STAMP-RUN-DATE.
016307     OPEN INPUT BUS-DATE-FILE
016308     IF WS-BDATE-FILE-STATUS NOT = "00"
016309         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
016310         PERFORM 9930-ABEND-BUSDATE-FILE
016311     END-IF
016312     READ BUS-DATE-FILE
016313         AT END
016314             MOVE "READ BUS-DATE-FILE (EMPTY)"
016315                 TO WS-ABEND-CONTEXT
016316             PERFORM 9930-ABEND-BUSDATE-FILE
016317     END-READ
016318     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
016319     CLOSE BUS-DATE-FILE
016320     MOVE BD-RUN-DATE TO WS-RUN-DATE
016321     EXIT.
016322
016323*****************************************************************
016324*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
016330*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
016340*****************************************************************
016350 1060-STAMP-RUN-ID.
016378     EXIT.
016380
016400*****************************************************************
016650*  1100-OPEN-ACCOUNT-MASTER - OPEN THE INDEXED ACCOUNTS MASTER
016900*  FOR THE KEYED EXISTENCE CHECKS.  IT STAYS OPEN UNTIL
017150*  9000-TERMINATE.
017400*****************************************************************
017650 1100-OPEN-ACCOUNT-MASTER.
017900     OPEN INPUT ACCOUNT-IDX-FILE
018150     IF WS-ACCT-FILE-STATUS NOT = "00"
018400         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
018650         PERFORM 9900-ABEND-ACCOUNT-FILE
018900     END-IF
019150     EXIT.
019400
019401*****************************************************************
019402*  1200-LOAD-PRODUCT-PARAMS - TAKE THE APPR-LIMIT ENTRY IN FORCE
019403*  ON THE BUSINESS DATE: THE LATEST-DATED ROW NOT AFTER IT.  NO
019404*  FILE, OR NO APPR-LIMIT IN FORCE, STOPS THE RUN - WITHOUT A
019405*  LIMIT THE EDIT CANNOT TELL WHICH ITEMS NEED A SECOND OPERATOR.
019406*****************************************************************
019407 1200-LOAD-PRODUCT-PARAMS.
019408     OPEN INPUT PARAM-FILE
019409     IF WS-PARM-FILE-STATUS NOT = "00"
019410         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
019411         PERFORM 9960-ABEND-PARAM-FILE
019412     END-IF
019413     PERFORM 1210-READ-PRODUCT-PARAM
019414         UNTIL WS-PARM-EOF
019415     CLOSE PARAM-FILE
019416     IF WS-APPR-LIMIT-EFF-DATE = SPACES
019417         MOVE "PARAM APPR-LIMIT NOT IN FORCE" TO WS-ABEND-CONTEXT
019418         PERFORM 9960-ABEND-PARAM-FILE
019419     END-IF
019420     MOVE WS-APPR-LIMIT TO WS-APPR-LIMIT-DISP
019421     DISPLAY "ITEMS OVER " WS-APPR-LIMIT-DISP
019422             " HELD FOR APPROVAL"
019423     EXIT.
019424
019425 1210-READ-PRODUCT-PARAM.
019426     READ PARAM-FILE
019427         AT END
019428             MOVE "Y" TO WS-PARM-EOF-SW
019429         NOT AT END
019430             MOVE PARAM-RECORD TO WS-PARM-LINE
019431             IF PR-TYPE-APPR-LIMIT
019432                AND PR-EFF-DATE NOT > WS-RUN-DATE
019433                 IF PR-AMOUNT NOT NUMERIC
019434                     DISPLAY "PARAMETER ROW SKIPPED - "
019435                             "AMOUNT NOT NUMERIC: "
019436                             PR-PARAM-TYPE " " PR-PARAM-KEY
019437                 ELSE
019438                     IF PR-EFF-DATE NOT < WS-APPR-LIMIT-EFF-DATE
019439                         MOVE PR-EFF-DATE
019440                             TO WS-APPR-LIMIT-EFF-DATE
019441                         MOVE PR-AMOUNT TO WS-APPR-LIMIT
019442                     END-IF
019443                 END-IF
019444             END-IF
019445     END-READ
019446     EXIT.
019447
019448*****************************************************************
019449*  1300-LOAD-APPROVAL-QUEUE - ONCE THE HEADER HAS NAMED THE
019450*  BATCH, NOTE EVERY ITEM OF IT ALREADY HELD: ON THE APPROVALS
019451*  QUEUE, WHATEVER ITS STATUS, OR ON THE APPROVAL HISTORY.
019452*  STATUS "35" ON EITHER MEANS NOTHING IS THERE, WHICH IS FINE.
019453*****************************************************************
019454 1300-LOAD-APPROVAL-QUEUE.
019455     MOVE "E"         TO ITM-PREFIX
019456     MOVE PH-BATCH-ID TO ITM-BATCH-ID
019457     OPEN INPUT APPR-QUEUE-FILE
019458     IF WS-APRQ-FILE-STATUS = "00"
019459         PERFORM 1310-READ-APPROVAL-QUEUE
019460             UNTIL WS-APRQ-EOF
019461         CLOSE APPR-QUEUE-FILE
019462     ELSE
019463         IF WS-APRQ-FILE-STATUS NOT = "35"
019464             MOVE "OPEN INPUT APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
019465             PERFORM 9970-ABEND-APRQ-FILE
019466         END-IF
019467     END-IF
019468     OPEN INPUT APPR-HIST-FILE
019469     IF WS-APRH-FILE-STATUS = "00"
019470         PERFORM 1320-READ-APPROVAL-HISTORY
019471             UNTIL WS-APRH-EOF
019472         CLOSE APPR-HIST-FILE
019473     ELSE
019474         IF WS-APRH-FILE-STATUS NOT = "35"
019475             MOVE "OPEN INPUT APPR-HIST-FILE" TO WS-ABEND-CONTEXT
019476             PERFORM 9975-ABEND-APRH-FILE
019477         END-IF
019478     END-IF
019479     EXIT.
019480
019481 1310-READ-APPROVAL-QUEUE.
019482     READ APPR-QUEUE-FILE
019483         AT END
019484             MOVE "Y" TO WS-APRQ-EOF-SW
019485         NOT AT END
019486             MOVE APPR-QUEUE-RECORD TO APQ-CSV-RECORD
019487             PERFORM 1330-NOTE-HELD-ITEM
019488     END-READ
019489     EXIT.
019490
019491 1320-READ-APPROVAL-HISTORY.
019492     READ APPR-HIST-FILE
019493         AT END
019494             MOVE "Y" TO WS-APRH-EOF-SW
019495         NOT AT END
019496             MOVE APPR-HIST-RECORD TO APQ-CSV-RECORD
019497             PERFORM 1330-NOTE-HELD-ITEM
019498     END-READ
019499     EXIT.
019500
019501*****************************************************************
019502*  1330-NOTE-HELD-ITEM - KEEP THE ROW LAID OVER APQ-CSV-RECORD
019503*  IF IT IS AN ITEM OF THIS BATCH.  ONE ALREADY NOTED (DECIDED
019504*  AND MOVED TO THE HISTORY MORE THAN ONCE) IS KEPT ONCE.
019505*****************************************************************
019506 1330-NOTE-HELD-ITEM.
019507     IF AQ-ITEM-ID (1:9) = WS-ITEM-ID (1:9)
019508         MOVE AQ-ITEM-ID TO WS-ITEM-ID
019509         PERFORM 2570-FIND-HELD-ITEM
019510         IF WS-HELD-MATCH-IDX = 0
019511             IF WS-HELD-ID-COUNT = 2000
019512                 MOVE "WS-HELD-TABLE OCCURS 2000"
019513                     TO WS-ABEND-CONTEXT
019514                 PERFORM 9940-ABEND-TABLE-OVERFLOW
019515             END-IF
019516             ADD 1 TO WS-HELD-ID-COUNT
019517             MOVE AQ-ITEM-ID TO HLD-ITEM-ID (WS-HELD-ID-COUNT)
019518             MOVE AQ-ITEM-DATA
019519                 TO HLD-ITEM-DATA (WS-HELD-ID-COUNT)
019520         END-IF
019521     END-IF
019522     EXIT.
019523
019524*****************************************************************
019525*  1400-LOAD-TERM-DEPOSITS - EVERY DEPOSIT ID AND ITS LINKED
019526*  ACCOUNT.  STATUS "35" MEANS NO DEPOSIT HAS EVER BEEN OPENED,
019527*  WHICH IS FINE.  WHETHER THE DEPOSIT IS STILL AWAITING ITS
019528*  FUNDING IS THE POSTING RUN'S CALL, LIKE AN ACCOUNT'S STATUS.
019529*****************************************************************
019530 1400-LOAD-TERM-DEPOSITS.
019531     OPEN INPUT TD-FILE
019532     IF WS-TDM-FILE-STATUS = "00"
019533         PERFORM 1410-READ-TERM-DEPOSIT
019534             UNTIL WS-TDM-EOF
019535         CLOSE TD-FILE
019536     ELSE
019537         IF WS-TDM-FILE-STATUS NOT = "35"
019538             MOVE "OPEN INPUT TD-FILE" TO WS-ABEND-CONTEXT
019539             PERFORM 9980-ABEND-TD-FILE
019540         END-IF
019541     END-IF
019542     EXIT.
019543
019544 1410-READ-TERM-DEPOSIT.
019545     READ TD-FILE
019546         AT END
019547             MOVE "Y" TO WS-TDM-EOF-SW
019548         NOT AT END
019549             IF WS-TDL-COUNT = 500
019550                 MOVE "WS-TDL-TABLE OCCURS 500"
019551                     TO WS-ABEND-CONTEXT
019552                 PERFORM 9940-ABEND-TABLE-OVERFLOW
019553             END-IF
019554             MOVE TD-RECORD TO TDM-CSV-RECORD
019555             ADD 1 TO WS-TDL-COUNT
019556             MOVE TM-DEPOSIT-ID TO TDL-DEPOSIT-ID (WS-TDL-COUNT)
019557             MOVE TM-ACCOUNT-ID TO TDL-ACCOUNT-ID (WS-TDL-COUNT)
019558     END-READ
019559     EXIT.
019560
019561*****************************************************************
019562*  1500-CHECK-FEED-REGISTER - THE BATCH HEADER NAMES THE FEED
019563*  MAKER ID.  IT IS A FEED BATCH ONLY IF BANKFEED REGISTERED
019564*  ITEMS UNDER ITS BATCH ID; STATUS "35" MEANS NO FEED HAS EVER
019565*  BEEN TAKEN IN, SO IT IS NOT ONE.
019566*****************************************************************
019567 1500-CHECK-FEED-REGISTER.
019568     OPEN INPUT ITEM-FILE
019569     IF WS-ITEM-FILE-STATUS = "00"
019570         PERFORM 1510-READ-FEED-ITEM
019571             UNTIL WS-ITEM-EOF OR WS-FEED-BATCH
019572         CLOSE ITEM-FILE
019573     ELSE
019574         IF WS-ITEM-FILE-STATUS NOT = "35"
019575             MOVE "OPEN INPUT ITEM-FILE" TO WS-ABEND-CONTEXT
019576             PERFORM 9985-ABEND-ITEM-FILE
019577         END-IF
019578     END-IF
019579     EXIT.
019580
019581 1510-READ-FEED-ITEM.
019582     READ ITEM-FILE
019583         AT END
019584             MOVE "Y" TO WS-ITEM-EOF-SW
019585         NOT AT END
019586             MOVE ITEM-RECORD TO XIT-CSV-RECORD
019587             IF XI-FEED-ID = PH-BATCH-ID
019588                 MOVE "Y" TO WS-FEED-BATCH-SW
019589             END-IF
019590     END-READ
019591     EXIT.
019592
019600*****************************************************************
019700*  2000-EDIT-PENDING - DISPATCH ONE PENDING LINE BY RECORD TYPE:
019800*  THE BATCH HEADER AND TRAILER GO TO THE BATCH CONTROL CHECKS,
020199*****************************************************************
020200*  2010-EDIT-DETAIL - RUN EVERY EDIT AGAINST ONE DETAIL ROW.
020210*  THE FIRST EDIT THAT FAILS NAMES THE REASON; A ROW THAT PASSES
020220*  THEM ALL IS WRITTEN THROUGH TO THE CLEAN FILE UNCHANGED -
020225*  UNLESS IT IS A REVERSAL OR IS FOR MORE THAN THE APPR-LIMIT,
020227*  WHEN IT IS HELD FOR A SECOND OPERATOR INSTEAD.
020230*****************************************************************
020240 2010-EDIT-DETAIL.
020250     IF NOT WS-HDR-SEEN
021310     IF WS-EDIT-REASON = SPACES
021320         PERFORM 2550-CHECK-HOLD-DATE
021330     END-IF
021340     IF WS-EDIT-REASON = SPACES
021350        AND NOT WS-FEED-BATCH
021360        AND (P-AMOUNT > WS-APPR-LIMIT
021370             OR P-TXN-TYPE = "REVERSAL")
021420         PERFORM 2560-HOLD-FOR-APPROVAL
021430     ELSE
021440         IF WS-EDIT-REASON = SPACES
021500             ADD 1 TO WS-CLEAN-COUNT
021550             ADD P-AMOUNT TO WS-CLEAN-AMT-TOTAL
021600             MOVE PENDING-RECORD TO CLEAN-RECORD
021700             WRITE CLEAN-RECORD
021800             IF WS-CLEAN-FILE-STATUS NOT = "00"
021900                 MOVE "WRITE CLEAN-RECORD" TO WS-ABEND-CONTEXT
022000                 PERFORM 9910-ABEND-CLEAN-FILE
022100             END-IF
022200         ELSE
022300             ADD 1 TO WS-REJECT-COUNT
022400             PERFORM 2600-WRITE-REJECT
022500         END-IF
022600     END-IF
022700     EXIT.
022800
022900 2100-READ-PENDING.
024600     ELSE
024700         MOVE P-ACCOUNT-ID TO WS-LOOKUP-ID
024800         PERFORM 2210-FIND-MASTER-ID
024900         IF NOT WS-MSTR-FOUND
025000             MOVE "ACCOUNT NOT ON MASTER" TO WS-EDIT-REASON
025100         END-IF
025200     END-IF
025300     EXIT.
025400
025468 2210-FIND-MASTER-ID.
025536     MOVE "N" TO WS-MSTR-FOUND-SW
025604     MOVE WS-LOOKUP-ID TO AX-ACCOUNT-ID
025672     READ ACCOUNT-IDX-FILE
025740         INVALID KEY
025808             MOVE "N" TO WS-MSTR-FOUND-SW
025876         NOT INVALID KEY
025944             MOVE "Y" TO WS-MSTR-FOUND-SW
026012     END-READ
026080     IF WS-ACCT-FILE-STATUS NOT = "00"
026148        AND WS-ACCT-FILE-STATUS NOT = "23"
026216         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
026284         PERFORM 9900-ABEND-ACCOUNT-FILE
026352     END-IF
026420     EXIT.
026500
026600*****************************************************************
026700*  2300-CHECK-TXN-TYPE - THE TYPE MUST BE ON THE APPROVED LIST.
030200*  IS ON THE MASTER AND IS NOT THE SOURCE ACCOUNT ITSELF.
030300*  (WHETHER THE COUNTERPARTY IS STILL ACTIVE IS THE POSTING
030400*  RUN'S CALL - STATUS CAN CHANGE BETWEEN EDIT AND POST.)
030433*  A COUNTERPARTY THAT IS A TERM DEPOSIT MUST BE LINKED TO THE
030466*  SOURCE ACCOUNT.
030500*****************************************************************
030600 2500-CHECK-TYPE-SPECIFICS.
030700     IF P-TXN-TYPE = "REVERSAL"
032300             ELSE
032400                 MOVE P-CO-ACCOUNT-ID TO WS-LOOKUP-ID
032500                 PERFORM 2210-FIND-MASTER-ID
032625                 IF NOT WS-MSTR-FOUND
032750                     PERFORM 2510-CHECK-CO-DEPOSIT
032900                 END-IF
033000             END-IF
033100         END-IF
033200     END-IF
033300     EXIT.
033305
033310 2510-CHECK-CO-DEPOSIT.
033315     MOVE 0 TO WS-TDL-MATCH-IDX
033320     PERFORM VARYING TDL-IDX FROM 1 BY 1
033325             UNTIL TDL-IDX > WS-TDL-COUNT
033330         IF TDL-DEPOSIT-ID (TDL-IDX) = P-CO-ACCOUNT-ID
033335             MOVE TDL-IDX      TO WS-TDL-MATCH-IDX
033340             MOVE WS-TDL-COUNT TO TDL-IDX
033345         END-IF
033350     END-PERFORM
033355     IF WS-TDL-MATCH-IDX = 0
033360         MOVE "TRANSFER ACCT NOT ON MSTR" TO WS-EDIT-REASON
033365     ELSE
033370         IF TDL-ACCOUNT-ID (WS-TDL-MATCH-IDX) NOT = P-ACCOUNT-ID
033375             MOVE "TERM DEPOSIT NOT LINKED" TO WS-EDIT-REASON
033380         END-IF
033385     END-IF
033390     EXIT.
033400
033210*****************************************************************
033220*  2550-CHECK-HOLD-DATE - A DEPOSIT HOLD RELEASE DATE IS ONLY
033297     END-IF
033298     EXIT.
033299
033300*****************************************************************
033301*  2560-HOLD-FOR-APPROVAL - THE ROW PASSED EVERY EDIT BUT IS A
033302*  REVERSAL, OR IS FOR MORE THAN ONE OPERATOR MAY RELEASE ALONE.
033303*  IT IS HELD FOR THE APPROVALS QUEUE UNDER THE KEYING OPERATOR'S
033304*  ID, NOT SENT TO THE CLEAN FILE; BANKAPPR RELEASES IT TO
033305*  POSTING ONCE A DIFFERENT OPERATOR APPROVES IT.  THE ITEM WAITS
033306*  IN THE HOLD BUFFER UNTIL 2900 HAS PROVEN THE TRAILER, SO A
033307*  REFUSED BATCH LEAVES NOTHING ON THE QUEUE.  A BATCH WHOSE
033308*  HEADER NAMES NO OPERATOR CANNOT HAVE ITS MAKER TOLD APART FROM
033309*  ITS CHECKER, SO THE ROW IS REJECTED.  AN ITEM ALREADY HELD
033310*  FROM AN EARLIER EDIT OF THE SAME BATCH IS NOT HELD AGAIN - BUT
033311*  ONLY IF THE HELD ROW IS THIS ROW.  A CORRECTED BATCH RE-KEYED
033312*  UNDER THE SAME ID CAN PUT A DIFFERENT ROW ON AN ITEM ID
033313*  ALREADY HELD; THAT ROW IS REJECTED RATHER THAN LOST OR
033314*  QUEUED UNDER A SECOND COPY OF THE ID.
033315*****************************************************************
033316 2560-HOLD-FOR-APPROVAL.
033317     IF WS-MAKER-ID = SPACES
033318         MOVE "MAKER ID MISSING" TO WS-EDIT-REASON
033319         ADD 1 TO WS-REJECT-COUNT
033320         PERFORM 2600-WRITE-REJECT
033321     ELSE
033322         MOVE "E"           TO ITM-PREFIX
033323         MOVE PH-BATCH-ID   TO ITM-BATCH-ID
033324         MOVE WS-READ-COUNT TO ITM-ROW-NO
033325         PERFORM 2570-FIND-HELD-ITEM
033326         IF WS-HELD-MATCH-IDX = 0
033327             PERFORM 2580-BUFFER-HELD-ITEM
033328         ELSE
033329             IF HLD-ITEM-DATA (WS-HELD-MATCH-IDX) = PENDING-RECORD
033330                 ADD 1 TO WS-HELD-COUNT
033331                 DISPLAY "ALREADY HELD " WS-ITEM-ID " "
033332                         P-ACCOUNT-ID " " P-TXN-TYPE
033333             ELSE
033334                 MOVE "ALREADY HELD WITH OTHER DATA"
033335                     TO WS-EDIT-REASON
033336                 ADD 1 TO WS-REJECT-COUNT
033337                 PERFORM 2600-WRITE-REJECT
033338             END-IF
033339         END-IF
033340     END-IF
033341     EXIT.
033342
033343 2570-FIND-HELD-ITEM.
033344     MOVE 0 TO WS-HELD-MATCH-IDX
033345     PERFORM VARYING HLD-IDX FROM 1 BY 1
033346             UNTIL HLD-IDX > WS-HELD-ID-COUNT
033347         IF HLD-ITEM-ID (HLD-IDX) = WS-ITEM-ID
033348             MOVE HLD-IDX          TO WS-HELD-MATCH-IDX
033349             MOVE WS-HELD-ID-COUNT TO HLD-IDX
033350         END-IF
033351     END-PERFORM
033352     EXIT.
033353
033354*****************************************************************
033355*  2580-BUFFER-HELD-ITEM - BUILD THE QUEUE ROW FOR A NEWLY HELD
033356*  ITEM AND KEEP IT IN THE HOLD BUFFER FOR 2950.
033357*****************************************************************
033358 2580-BUFFER-HELD-ITEM.
033359     IF WS-HOLD-BUF-COUNT = 2000
033360         MOVE "WS-HOLD-BUF-TABLE OCCURS 2000"
033361             TO WS-ABEND-CONTEXT
033362         PERFORM 9940-ABEND-TABLE-OVERFLOW
033363     END-IF
033364     ADD 1 TO WS-HELD-COUNT
033365     MOVE WS-ITEM-ID     TO AQ-ITEM-ID
033366     MOVE "BATCH"        TO AQ-ORIGIN
033367     MOVE "PENDING"      TO AQ-STATUS
033368     MOVE WS-RUN-DATE    TO AQ-QUEUED-DATE
033369     MOVE WS-MAKER-ID    TO AQ-MAKER-ID
033370     MOVE SPACES         TO AQ-CHECKER-ID
033371     MOVE SPACES         TO AQ-DECIDED-DATE
033372     MOVE P-ACCOUNT-ID   TO AQ-ACCOUNT-ID
033373     MOVE P-TXN-TYPE     TO AQ-SUMMARY
033374     MOVE P-AMOUNT       TO AQ-AMOUNT
033375     MOVE PENDING-RECORD TO AQ-ITEM-DATA
033376     ADD 1 TO WS-HOLD-BUF-COUNT
033377     MOVE APQ-CSV-RECORD TO HBF-ROW (WS-HOLD-BUF-COUNT)
033378     EXIT.
033379
033380 2600-WRITE-REJECT.
033381     MOVE PENDING-RECORD  TO REJ-ROW
033382     MOVE WS-EDIT-REASON  TO REJ-REASON
033383     MOVE WS-REJECT-LINE  TO REJECT-RECORD
033384     WRITE REJECT-RECORD
033385     IF WS-REJ-FILE-STATUS NOT = "00"
033386         MOVE "WRITE REJECT-RECORD" TO WS-ABEND-CONTEXT
033387         PERFORM 9920-ABEND-REJECT-FILE
033388     END-IF
033389     DISPLAY "REJECTED " P-ACCOUNT-ID " " P-TXN-TYPE
033390             " - " WS-EDIT-REASON
033391     EXIT.
033392
033410*****************************************************************
033420*  2700-APPLY-BATCH-HEADER - FIRST LINE OF THE BATCH.  A SECOND
033430*  HEADER MEANS TWO BATCHES WERE CONCATENATED; REFUSE RATHER
033440*  THAN GUESS WHERE ONE ENDS.  THE HEADER IS PASSED THROUGH TO
033450*  THE CLEAN FILE UNCHANGED SO THE POSTING RUN KNOWS THE BATCH.
033451*  ITS OPERATOR ID IS THE MAKER OF ANY ITEM HELD FOR APPROVAL,
033452*  AND ITS BATCH ID PICKS OUT THE ITEMS OF IT ALREADY HELD.  THE
033453*  FEED MAKER ID MARKS A BANKFEED BATCH, WHOSE ITEMS ARE NOT
033454*  HELD (BANKRETN SETTLES THEM ON THE DAY THE FEED POSTS); THE
033455*  BATCH MUST BE ON THE FEED ITEM REGISTER OR IT IS REFUSED.
033460*****************************************************************
033461 2700-APPLY-BATCH-HEADER.
033462     IF WS-HDR-SEEN
033463         MOVE "DUPLICATE BATCH HEADER" TO WS-REFUSE-REASON
033464         PERFORM 9950-REFUSE-BATCH
033465     END-IF
033466     MOVE "Y" TO WS-HDR-SEEN-SW
033467     MOVE PENDING-RECORD TO PND-HEADER-RECORD
033468     MOVE PH-OPERATOR-ID TO WS-MAKER-ID
033469     DISPLAY "EDITING BATCH " PH-BATCH-ID " OF " PH-BATCH-DATE
033470             " KEYED BY " WS-MAKER-ID
033471     IF WS-MAKER-ID = "FEED"
033472         PERFORM 1500-CHECK-FEED-REGISTER
033473         IF NOT WS-FEED-BATCH
033474             MOVE "FEED BATCH NOT REGISTERED" TO WS-REFUSE-REASON
033475             PERFORM 9950-REFUSE-BATCH
033476         END-IF
033477     END-IF
033478     PERFORM 1300-LOAD-APPROVAL-QUEUE
033479     MOVE PENDING-RECORD TO CLEAN-RECORD
033480     WRITE CLEAN-RECORD
033481     IF WS-CLEAN-FILE-STATUS NOT = "00"
033482         MOVE "WRITE CLEAN-RECORD (HEADER)" TO WS-ABEND-CONTEXT
033483         PERFORM 9910-ABEND-CLEAN-FILE
033484     END-IF
033485     EXIT.
033491
033492*****************************************************************
033493*  2800-APPLY-BATCH-TRAILER - LAST LINE OF THE BATCH.  THE
033521     MOVE "Y" TO WS-TRL-SEEN-SW
033522     EXIT.
033523
033525*****************************************************************
033527*  2900-FINISH-CLEAN-BATCH - AT END OF INPUT, A BATCH THAT
033529*  STARTED MUST HAVE CLOSED WITH ITS TRAILER; OTHERWISE THE FILE
033531*  WAS TRUNCATED.  THE CLEAN FILE GETS ITS OWN TRAILER COVERING
033533*  THE ACCEPTED ROWS SO THE POSTING RUN CAN PROVE THE HANDOFF.
033535*  WITH THE BATCH PROVEN, ITS HELD ITEMS GO ON THE QUEUE.
033537*****************************************************************
033539 2900-FINISH-CLEAN-BATCH.
033541     IF WS-HDR-SEEN
033543         IF NOT WS-TRL-SEEN
033545             MOVE "BATCH TRAILER MISSING" TO WS-REFUSE-REASON
033547             PERFORM 9950-REFUSE-BATCH
033549         END-IF
033551         PERFORM 2950-WRITE-HELD-ITEMS
033553         MOVE "BTRL"             TO PT-RECORD-TYPE
033555         MOVE WS-CLEAN-COUNT     TO PT-RECORD-COUNT
033557         MOVE WS-CLEAN-AMT-TOTAL TO PT-AMOUNT-TOTAL
033559         MOVE PND-TRAILER-RECORD TO CLEAN-RECORD
033561         WRITE CLEAN-RECORD
033563         IF WS-CLEAN-FILE-STATUS NOT = "00"
033565             MOVE "WRITE CLEAN-RECORD (TRAILER)"
033567                 TO WS-ABEND-CONTEXT
033569             PERFORM 9910-ABEND-CLEAN-FILE
033571         END-IF
033573     END-IF
033575     EXIT.
033577
033600*****************************************************************
033610*  2950-WRITE-HELD-ITEMS - APPEND THE BUFFERED HELD ITEMS TO THE
033620*  APPROVALS QUEUE.  STATUS "35" ON THE OPEN MEANS NOTHING HAS
033625*  EVER BEEN HELD; THIS RUN'S ITEMS START THE QUEUE.
033630*****************************************************************
033640 2950-WRITE-HELD-ITEMS.
033642     IF WS-HOLD-BUF-COUNT > 0
033644         OPEN EXTEND APPR-QUEUE-FILE
033646         IF WS-APRQ-FILE-STATUS = "35"
033648             OPEN OUTPUT APPR-QUEUE-FILE
033650         END-IF
033652         IF WS-APRQ-FILE-STATUS NOT = "00"
033654             MOVE "OPEN EXTEND APPR-QUEUE-FILE"
033655                 TO WS-ABEND-CONTEXT
033656             PERFORM 9970-ABEND-APRQ-FILE
033658         END-IF
033660         PERFORM VARYING HBF-IDX FROM 1 BY 1
033662                 UNTIL HBF-IDX > WS-HOLD-BUF-COUNT
033664             MOVE HBF-ROW (HBF-IDX) TO APQ-CSV-RECORD
033666             MOVE APQ-CSV-RECORD TO APPR-QUEUE-RECORD
033668             WRITE APPR-QUEUE-RECORD
033670             IF WS-APRQ-FILE-STATUS NOT = "00"
033672                 MOVE "WRITE APPR-QUEUE-RECORD"
033674                                  TO WS-ABEND-CONTEXT
033676                 PERFORM 9970-ABEND-APRQ-FILE
033678             END-IF
033680             DISPLAY "HELD FOR APPROVAL " AQ-ITEM-ID " "
033682                     AQ-ACCOUNT-ID " " AQ-SUMMARY
033684         END-PERFORM
033686         CLOSE APPR-QUEUE-FILE
033688         IF WS-APRQ-FILE-STATUS NOT = "00"
033690             MOVE "CLOSE APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
033692             PERFORM 9970-ABEND-APRQ-FILE
033694         END-IF
033696     END-IF
033698     EXIT.
033790
034700
034800*****************************************************************
034900*  9000-TERMINATE - CLOSE FILES AND REPORT THE EDIT.  ANY
036200         MOVE "CLOSE REJECT-FILE" TO WS-ABEND-CONTEXT
036300         PERFORM 9920-ABEND-REJECT-FILE
036400     END-IF
036475     CLOSE ACCOUNT-IDX-FILE
036480     IF WS-ACCT-FILE-STATUS NOT = "00"
036485         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
036490         PERFORM 9900-ABEND-ACCOUNT-FILE
036495     END-IF
036500     DISPLAY "Rows read     : " WS-READ-COUNT
036600     DISPLAY "Rows accepted : " WS-CLEAN-COUNT
036650     DISPLAY "Rows held     : " WS-HELD-COUNT
036700     DISPLAY "Rows rejected : " WS-REJECT-COUNT
036800     DISPLAY "Pending batch edit complete."
036900     IF WS-REJECT-COUNT > 0
037160            WS-READ-COUNT    DELIMITED BY SIZE
037170            ",CLEAN="        DELIMITED BY SIZE
037180            WS-CLEAN-COUNT   DELIMITED BY SIZE
037185            ",HELD="         DELIMITED BY SIZE
037187            WS-HELD-COUNT    DELIMITED BY SIZE
037190            ",REJECTED="     DELIMITED BY SIZE
037200            WS-REJECT-COUNT  DELIMITED BY SIZE
037210            ",RC="           DELIMITED BY SIZE
037341
037400*****************************************************************
037500*  9900-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
037575*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT
037650*  BEEN RUN).  EDITING WITHOUT THE MASTER WOULD REJECT THE
037725*  WHOLE BATCH FOR THE WRONG REASON, SO THE RUN STOPS.
037800*****************************************************************
037900 9900-ABEND-ACCOUNT-FILE.
038000     DISPLAY "BANKEDIT: FATAL - ACCOUNT-IDX-FILE ERROR ON "
038100             WS-ABEND-CONTEXT
038200     DISPLAY "BANKEDIT: FILE STATUS=" WS-ACCT-FILE-STATUS
038300     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
040920     PERFORM 9800-LOG-ABEND
041000     MOVE 16 TO RETURN-CODE
041100     STOP RUN.
041105
041110*****************************************************************
041116*  9930-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
041122*  COULD NOT BE READ.  WITHOUT IT THERE IS NO APPR-LIMIT IN
041128*  FORCE AND NO DATE FOR A HELD ITEM, SO THE EDIT STOPS.
041134*****************************************************************
041140 9930-ABEND-BUSDATE-FILE.
041146     DISPLAY "BANKEDIT: FATAL - BUS-DATE-FILE ERROR ON "
041152             WS-ABEND-CONTEXT
041158     DISPLAY "BANKEDIT: FILE STATUS=" WS-BDATE-FILE-STATUS
041164     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
041170     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
041176     PERFORM 9800-LOG-ABEND
041182     MOVE 16 TO RETURN-CODE
041188     STOP RUN.
041200
041300*****************************************************************
041400*  9940-ABEND-TABLE-OVERFLOW - THE HELD-ITEM OR TERM DEPOSIT
041500*  TABLE IS AT ITS OCCURS LIMIT AND THE RUN NEEDS ONE MORE ENTRY.
041600*  STOPPING HERE BEATS INDEXING PAST THE END OF THE TABLE AND
041700*  CORRUPTING ADJACENT STORAGE.
041800*****************************************************************
042700*  9950-REFUSE-BATCH - THE BATCH ITSELF IS UNSOUND: NO HEADER,
042800*  NO TRAILER, A TRAILER THAT DOES NOT BALANCE, OR RECORDS IN
042900*  AN ORDER NO KEYED BATCH WOULD HAVE.  NOTHING FROM IT CAN BE
043000*  TRUSTED, SO NOTHING IS HANDED TO THE POSTING RUN AND NOTHING
043050*  IS HELD FOR APPROVAL.
043100*****************************************************************
043200 9950-REFUSE-BATCH.
043300     DISPLAY "BANKEDIT: BATCH REFUSED - " WS-REFUSE-REASON
043430     PERFORM 9800-LOG-ABEND
043500     MOVE 16 TO RETURN-CODE
043600     STOP RUN.
043700
043800*****************************************************************
043900*  9960-ABEND-PARAM-FILE - THE PARAMETER FILE FAILED, OR HOLDS
044000*  NO APPR-LIMIT IN FORCE ON THE RUN DATE.  WITHOUT A LIMIT THE
044100*  EDIT CANNOT TELL WHICH ITEMS NEED A SECOND OPERATOR, AND
044200*  PASSING THEM ALL TO POSTING WOULD DEFEAT THE CONTROL.
044300*****************************************************************
044400 9960-ABEND-PARAM-FILE.
044500     DISPLAY "BANKEDIT: FATAL - PARAM-FILE ERROR ON "
044600             WS-ABEND-CONTEXT
044700     DISPLAY "BANKEDIT: FILE STATUS=" WS-PARM-FILE-STATUS
044800     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
044900     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
045000     PERFORM 9800-LOG-ABEND
045100     MOVE 16 TO RETURN-CODE
045200     STOP RUN.
045300
045400*****************************************************************
045500*  9970-ABEND-APRQ-FILE - THE APPROVALS QUEUE FAILED ON OPEN,
045600*  READ, WRITE OR CLOSE.  AN ITEM HELD BUT NEVER QUEUED WOULD
045700*  VANISH FROM BOTH POSTING AND APPROVAL, SO THE EDIT ABENDS.
045800*****************************************************************
045900 9970-ABEND-APRQ-FILE.
046000     DISPLAY "BANKEDIT: FATAL - APPR-QUEUE-FILE ERROR ON "
046100             WS-ABEND-CONTEXT
046200     DISPLAY "BANKEDIT: FILE STATUS=" WS-APRQ-FILE-STATUS
046300     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
046400     MOVE WS-APRQ-FILE-STATUS TO WS-ABEND-STATUS
046500     PERFORM 9800-LOG-ABEND
046600     MOVE 16 TO RETURN-CODE
046700     STOP RUN.
046750
046800*****************************************************************
046900*  9980-ABEND-TD-FILE - THE TERM DEPOSIT MASTER COULD NOT BE
047000*  READ.  WITHOUT IT A TRANSFER TO A DEPOSIT CANNOT BE EDITED,
047100*  SO THE RUN STOPS.
047200*****************************************************************
047300 9980-ABEND-TD-FILE.
047400     DISPLAY "BANKEDIT: FATAL - TD-FILE ERROR ON "
047500             WS-ABEND-CONTEXT
047600     DISPLAY "BANKEDIT: FILE STATUS=" WS-TDM-FILE-STATUS
047700     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
047800     MOVE WS-TDM-FILE-STATUS TO WS-ABEND-STATUS
047900     PERFORM 9800-LOG-ABEND
048000     MOVE 16 TO RETURN-CODE
048100     STOP RUN.
048110
048120*****************************************************************
048130*  9975-ABEND-APRH-FILE - THE APPROVAL HISTORY COULD NOT BE
048140*  READ.  WITHOUT IT AN ITEM ALREADY DECIDED COULD BE HELD A
048150*  SECOND TIME AND POSTED TWICE, SO THE EDIT STOPS.
048160*****************************************************************
048170 9975-ABEND-APRH-FILE.
048180     DISPLAY "BANKEDIT: FATAL - APPR-HIST-FILE ERROR ON "
048190             WS-ABEND-CONTEXT
048200     DISPLAY "BANKEDIT: FILE STATUS=" WS-APRH-FILE-STATUS
048210     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
048220     MOVE WS-APRH-FILE-STATUS TO WS-ABEND-STATUS
048230     PERFORM 9800-LOG-ABEND
048240     MOVE 16 TO RETURN-CODE
048250     STOP RUN.
048275
048300*****************************************************************
048350*  9985-ABEND-ITEM-FILE - THE FEED ITEM REGISTER COULD NOT BE
048400*  READ.  WITHOUT IT A BATCH HEADED WITH THE FEED MAKER ID
048450*  CANNOT BE PROVEN TO BE ONE, SO THE EDIT STOPS.
048500*****************************************************************
048550 9985-ABEND-ITEM-FILE.
048600     DISPLAY "BANKEDIT: FATAL - ITEM-FILE ERROR ON "
048650             WS-ABEND-CONTEXT
048700     DISPLAY "BANKEDIT: FILE STATUS=" WS-ITEM-FILE-STATUS
048750     DISPLAY "BANKEDIT: RUN TERMINATED ABNORMALLY."
048800     MOVE WS-ITEM-FILE-STATUS TO WS-ABEND-STATUS
048850     PERFORM 9800-LOG-ABEND
048900     MOVE 16 TO RETURN-CODE
048950     STOP RUN.
