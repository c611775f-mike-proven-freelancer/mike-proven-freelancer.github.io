001687*                    NON-NUMERIC LIMIT NOW SIMPLY MEANS NO
001688*                    FACILITY, AS THE MASTER LOAD ALREADY
001689*                    READS IT.
001690*  2026-10-15  DA    CUSTOMER MASTER NOW CARRIES A MAILING
001691*                    ADDRESS, E-MAIL ADDRESS AND NOTICE DELIVERY
001692*                    PREFERENCE (PRINT OR EMAIL) FOR BANKNOTE.
001693*                    CUSTADD MAY SET THEM AND THE NEW CUSTADDR
001694*                    ACTION CHANGES THEM ON AN EXISTING CUSTOMER.
001695*  2026-10-15  DA    ACCOUNT STATUS WIDENED TO SEVEN TO TAKE THE
001696*                    DORMANT STATUS BANKDORM SETS.  STATUS ACTIVE
001697*                    ON A DORMANT ACCOUNT REACTIVATES IT.
001698*  2026-10-15  DA    MAKER-CHECKER: A STATUS ACTION, AND ANY
001699*                    OVERDRAFT LIMIT KEYED WITH IT, IS NO LONGER
001700*                    APPLIED WHEN KEYED BUT HELD ON THE APPROVALS
001701*                    QUEUE (DATA/APPROVAL_QUEUE.CSV, LAYOUT IN
001702*                    APRREC) UNDER THE OPERATOR ID NOW KEYED
001703*                    LAST ON EACH MAINTENANCE LINE.  THE ACTIONS
001704*                    A SECOND OPERATOR APPROVES COME BACK VIA
001705*                    BANKAPPR ON DATA/APPROVED_MAINT.CSV AND ARE
001706*                    APPLIED AT THE START OF THE NEXT RUN.
001707*  2026-10-15  DA    THE ACCOUNTS MASTER IS NOW THE INDEXED FILE
001708*                    DATA/ACCOUNTS.IDX (BUILT BY BANKIDX).  EACH
001709*                    ACTION READS ITS ACCOUNT BY KEY AND AN ADD,
001710*                    NAME OR APPROVED STATUS CHANGE IS WRITTEN OR
001711*                    REWRITTEN ON THE SPOT, SO THE 200-ACCOUNT
001712*                    TABLE AND THE WORK-FILE REWRITE ARE GONE.
001713*                    BANKIDX UNLOAD REFRESHES ACCOUNTS.CSV.
001720*  2026-10-15  DA    AN ITEM ID ALREADY ON THE APPROVALS QUEUE
001727*                    COUNTS AS HELD ONLY IF ITS QUEUED LINE IS
001734*                    THIS LINE, AND IS THEN NEITHER HELD AGAIN
001741*                    NOR COUNTED; A DIFFERENT LINE UNDER THAT ID
001748*                    IS REJECTED.
001750*  2026-10-15  DA    AN ADD OPENING AN ACCOUNT WITH AN OVERDRAFT
001751*                    LIMIT, OR WITH A STATUS OTHER THAN ACTIVE,
001752*                    IS NOW HELD ON THE APPROVALS QUEUE LIKE A
001753*                    STATUS ACTION AND MADE ONLY ONCE APPROVED.
001754*                    THE ITEMS ALREADY HELD ARE NOW LOADED FOR
001755*                    THE BUSINESS DATE ONLY, FROM BOTH THE QUEUE
001756*                    AND DATA/APPROVAL_HISTORY.CSV, WHERE
001757*                    BANKAPPR MOVES DECIDED ITEMS.
001758*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002066     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
002132         ORGANIZATION IS INDEXED
002198         ACCESS MODE IS RANDOM
002264         RECORD KEY IS AX-ACCOUNT-ID
002330         FILE STATUS IS WS-ACCT-FILE-STATUS.
002400
002500     SELECT MAINT-FILE ASSIGN TO "data/acct_maint.csv"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-MAINT-FILE-STATUS.
002750
002760     SELECT CUSTOMER-FILE ASSIGN TO "data/customers.csv"
002770         ORGANIZATION IS LINE SEQUENTIAL
002792     SELECT CUSTOMER-NEW-FILE ASSIGN TO "data/customers_new.csv"
002794         ORGANIZATION IS LINE SEQUENTIAL
002796         FILE STATUS IS WS-CUSTNEW-FILE-STATUS.
002797
002798     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
002799         ORGANIZATION IS LINE SEQUENTIAL
002808         FILE STATUS IS WS-BDATE-FILE-STATUS.
002817
002826     SELECT APPR-QUEUE-FILE ASSIGN TO "data/approval_queue.csv"
002835         ORGANIZATION IS LINE SEQUENTIAL
002844         FILE STATUS IS WS-APRQ-FILE-STATUS.
002853
002862     SELECT APPR-MAINT-FILE ASSIGN TO "data/approved_maint.csv"
002871         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-AMNT-FILE-STATUS.
002882
002884     SELECT APPR-HIST-FILE ASSIGN TO "data/approval_history.csv"
002886         ORGANIZATION IS LINE SEQUENTIAL
002888         FILE STATUS IS WS-APRH-FILE-STATUS.
002889
002900 DATA DIVISION.
003000 FILE SECTION.
003032*****************************************************************
003064*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
003096*  (ACCTIDX).  OPENED I-O FOR THE WHOLE RUN: EACH ACTION READS
003128*  ITS ACCOUNT BY KEY, AND WHAT IT CHANGES IS WRITTEN BACK
003160*  STRAIGHT AWAY, ONE RECORD AT A TIME.
003192*****************************************************************
003224 FD  ACCOUNT-IDX-FILE.
003256     COPY acctidx.
003291
003292*****************************************************************
003293*  CUSTOMER-FILE - THE CUSTOMER MASTER, ONE ROW PER CLIENT
003294*  RELATIONSHIP (LAYOUT IN CUSTREC).  MAINTAINED BY THE
003295*  CUSTADD, CUSTNAME AND CUSTADDR ACTIONS AND REWRITTEN THROUGH
003296*  ITS OWN WORK FILE AT THE END OF THE RUN.
003297*****************************************************************
003298 FD  CUSTOMER-FILE.
003299 01  CUSTOMER-RECORD            PIC X(200).
003300
003301 FD  CUSTOMER-NEW-FILE.
003302 01  CUSTOMER-NEW-RECORD        PIC X(200).
003303
003304 FD  BUS-DATE-FILE.
003305 01  BUS-DATE-RECORD            PIC X(30).
003306
003307*****************************************************************
003311*  APPR-QUEUE-FILE - THE MAKER-CHECKER APPROVALS QUEUE
003315*  (APQ-CSV-RECORD IN APRREC).  READ AT STARTUP FOR THE ITEMS
003319*  ALREADY HELD, THEN APPENDED TO WITH THIS RUN'S HELD ITEMS.
003323*  APPR-HIST-FILE, THE ITEMS BANKAPPR HAS DECIDED, IS READ FOR
003327*  THE ITEMS ALREADY HELD ONLY.
003331*
003335*  APPR-MAINT-FILE - THE HELD MAINTENANCE LINES A SECOND
003339*  OPERATOR HAS APPROVED, RELEASED BY BANKAPPR (THE FIRST 120
003343*  BYTES OF MAINT-RECORD - EVERYTHING A STATUS OR ADD USES).
003347*  APPLIED AT STARTUP AND EMPTIED ONCE THE MASTER IS REWRITTEN.
003351*****************************************************************
003355 FD  APPR-QUEUE-FILE.
003359 01  APPR-QUEUE-RECORD          PIC X(240).
003363
003367 FD  APPR-MAINT-FILE.
003371 01  APPR-MAINT-RECORD          PIC X(120).
003375
003379 FD  APPR-HIST-FILE.
003383 01  APPR-HIST-RECORD           PIC X(240).
003387
003400*****************************************************************
003500*  MAINT-FILE - ONE DAY'S ACCOUNT MAINTENANCE TRANSACTIONS, ONE
003600*  LINE PER ACTION:
004000*    STATUS   - SET ACTIVE, FROZEN OR CLOSED ON AN EXISTING
004100*               ACCOUNT; A NUMERIC OVERDRAFT LIMIT ON THE SAME
004102*               LINE RESETS THE FACILITY ALONGSIDE THE STATUS.
004103*               NOT APPLIED WHEN KEYED BUT HELD ON THE APPROVALS
004104*               QUEUE UNTIL A SECOND OPERATOR APPROVES IT.
004110*    CUSTADD  - NEW CUSTOMER; M-CUSTOMER-ID IS THE KEY AND
004120*               M-CLIENT-NAME THE AUTHORITATIVE NAME.  THE
004121*               MAILING ADDRESS, E-MAIL ADDRESS AND DELIVERY
004122*               PREFERENCE MAY BE KEYED ON THE SAME LINE.
004130*    CUSTNAME - CHANGE THE NAME ON AN EXISTING CUSTOMER.
004140*    CUSTADDR - REPLACE THE MAILING ADDRESS, E-MAIL ADDRESS AND
004141*               DELIVERY PREFERENCE ON AN EXISTING CUSTOMER.
004142*               A BLANK PREFERENCE MEANS PRINT; PRINT NEEDS AN
004143*               ADDRESS LINE AND EMAIL AN E-MAIL ADDRESS.
004144*  M-OPERATOR-ID, LAST ON THE LINE, IS THE OPERATOR WHO KEYED IT -
004145*  THE MAKER OF ANY ACTION HELD FOR APPROVAL.
004200*****************************************************************
004300 FD  MAINT-FILE.
004400 01  MAINT-RECORD.
005320     05  M-CUSTOMER-ID          PIC X(8).
005330     05  FILLER                 PIC X.
005340     05  M-OD-LIMIT             PIC 9(7)V99.
005341     05  FILLER                 PIC X.
005342     05  M-ADDR-LINE-1          PIC X(30).
005343     05  FILLER                 PIC X.
005344     05  M-ADDR-LINE-2          PIC X(30).
005345     05  FILLER                 PIC X.
005346     05  M-CITY                 PIC X(20).
005347     05  FILLER                 PIC X.
005348     05  M-POSTCODE             PIC X(10).
005349     05  FILLER                 PIC X.
005350     05  M-DELIVERY-PREF        PIC X(5).
005351     05  FILLER                 PIC X.
005352     05  M-EMAIL-ADDR           PIC X(40).
005353     05  FILLER                 PIC X.
005354     05  M-OPERATOR-ID          PIC X(8).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-ACCT-FILE-STATUS        PIC XX.
005700 01  WS-MAINT-FILE-STATUS       PIC XX.
005720 01  WS-CUST-FILE-STATUS        PIC XX.
005730 01  WS-CUSTNEW-FILE-STATUS     PIC XX.
005740 01  WS-BDATE-FILE-STATUS       PIC XX.
005750 01  WS-APRQ-FILE-STATUS        PIC XX.
005760 01  WS-AMNT-FILE-STATUS        PIC XX.
005770 01  WS-APRH-FILE-STATUS        PIC XX.
005800 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
005830 01  WS-CUSTNEW-EOF-SW          PIC X       VALUE "N".
005840     88  WS-CUSTNEW-EOF                     VALUE "Y".
005900
006200 01  WS-MAINT-EOF-SW            PIC X       VALUE "N".
006300     88  WS-MAINT-EOF                       VALUE "Y".
006310 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
006320     88  WS-CUST-EOF                        VALUE "Y".
006330 01  WS-APRQ-EOF-SW             PIC X       VALUE "N".
006340     88  WS-APRQ-EOF                        VALUE "Y".
006350 01  WS-AMNT-EOF-SW             PIC X       VALUE "N".
006360     88  WS-AMNT-EOF                        VALUE "Y".
006370 01  WS-APRH-EOF-SW             PIC X       VALUE "N".
006380     88  WS-APRH-EOF                        VALUE "Y".
006400
006500     COPY acctrec REPLACING ==ACCT-CSV-RECORD==
006510         BY ==WS-ACCT-LINE==.
006520
006530     COPY custrec REPLACING ==CUST-CSV-RECORD==
006540         BY ==WS-CUST-LINE==.
006545
006546     COPY busdate.
006547
006548     COPY aprrec.
006550
006560*****************************************************************
006570*  WS-CUST-LINE-BLANK - WS-CUST-LINE AS ITS VALUE CLAUSES LEFT
006580*  IT (EMPTY FIELDS, COMMAS IN PLACE), SAVED BEFORE THE MASTER IS
006590*  LOADED.  A ROW KEYED BEFORE THE ADDRESS WAS CARRIED LOADS
006591*  WITHOUT THE LATER COMMAS, SO THE REWRITE STARTS FROM THIS
006592*  COPY RATHER THAN FROM WHATEVER ROW WAS READ LAST.
006593*****************************************************************
006594 01  WS-CUST-LINE-BLANK         PIC X(180)  VALUE SPACES.
006600
006801*****************************************************************
007002*  WS-ACCT-FOUND-SW - ON WHEN THE ACTION'S ACCOUNT WAS READ FROM
007203*  THE MASTER; WS-ACCT-LINE THEN HOLDS ITS RECORD.
007404*****************************************************************
007605 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
007806     88  WS-ACCT-FOUND                      VALUE "Y".
008010
008020*****************************************************************
008030*  CUSTOMER MASTER TABLE - EVERY CUSTOMER RELATIONSHIP, LOADED
008033*  AT STARTUP, MAINTAINED IN PLACE BY THE CUSTADD, CUSTNAME
008036*  AND CUSTADDR ACTIONS AND REWRITTEN TO CUSTOMER-FILE AT THE
008039*  END OF THE RUN.
008042*****************************************************************
008045 01  WS-CUST-TABLE.
008048     05  WS-CUST-ENTRY OCCURS 200 TIMES
008051                       INDEXED BY CUS-IDX.
008054         10  CUS-CUSTOMER-ID    PIC X(8).
008057         10  CUS-CUSTOMER-NAME  PIC X(30).
008060         10  CUS-ADDR-LINE-1    PIC X(30).
008063         10  CUS-ADDR-LINE-2    PIC X(30).
008066         10  CUS-CITY           PIC X(20).
008069         10  CUS-POSTCODE       PIC X(10).
008072         10  CUS-DELIVERY-PREF  PIC X(5).
008075         10  CUS-EMAIL-ADDR     PIC X(40).
008078 01  WS-CUST-COUNT              PIC 9(4)    VALUE 0.
008081 01  WS-CUST-MATCH-IDX          PIC 9(4)    VALUE 0.
008100
008200 01  WS-APPLIED-COUNT           PIC 9(4)    VALUE 0.
008300 01  WS-REJECT-COUNT            PIC 9(4)    VALUE 0.
008400 01  WS-REJECT-REASON           PIC X(30)   VALUE SPACES.
008410
008420*****************************************************************
008430*  MAKER-CHECKER FIELDS - A KEYED STATUS ACTION, OR AN ADD WITH
008440*  AN OVERDRAFT LIMIT OR A STATUS OTHER THAN ACTIVE, IS HELD ON
008445*  THE APPROVALS QUEUE UNDER ITEM ID "M" + THE BUSINESS DATE +
008450*  ITS LINE NUMBER ON THE MAINTENANCE FILE.  WS-APPROVED-SW IS
008460*  ON WHILE THE APPROVED LINES BANKAPPR RELEASED ARE APPLIED,
008470*  SO THOSE GO STRAIGHT ONTO THE MASTER.  THE HELD-ITEM TABLE
008480*  IS EVERY ITEM OF THE BUSINESS DATE ON THE QUEUE OR ITS
008490*  HISTORY AND THE LINE IT HOLDS, SO A RERUN OF THE SAME
008495*  MAINTENANCE FILE DOES NOT HOLD AN ACTION TWICE.
008500*****************************************************************
008510 01  WS-MAINT-LINE-NO           PIC 9(4)    VALUE 0.
008520 01  WS-APPROVED-SW             PIC X       VALUE "N".
008530     88  WS-APPLYING-APPROVED               VALUE "Y".
008540 01  WS-HOLD-SW                 PIC X       VALUE "N".
008550     88  WS-ACTION-HELD                     VALUE "Y".
008555     88  WS-ACTION-ALREADY-HELD             VALUE "A".
008557 01  WS-ADD-HOLD-SW             PIC X       VALUE "N".
008558     88  WS-ADD-NEEDS-APPROVAL              VALUE "Y".
008560 01  WS-HELD-COUNT              PIC 9(4)    VALUE 0.
008570 01  WS-RELEASED-COUNT          PIC 9(4)    VALUE 0.
008580 01  WS-ITEM-ID.
008590     05  ITM-PREFIX             PIC X       VALUE "M".
008600     05  ITM-YYYY               PIC X(4).
008610     05  ITM-MM                 PIC X(2).
008620     05  ITM-DD                 PIC X(2).
008630     05  ITM-LINE-NO            PIC 9(4).
008640 01  WS-HELD-TABLE.
008650     05  WS-HELD-ENTRY OCCURS 2000 TIMES
008660                       INDEXED BY HLD-IDX.
008670         10  HLD-ITEM-ID        PIC X(13).
008675         10  HLD-ITEM-DATA      PIC X(120).
008680 01  WS-HELD-ID-COUNT           PIC 9(4)    VALUE 0.
008690 01  WS-HELD-MATCH-IDX          PIC 9(4)    VALUE 0.
008695
008697 PROCEDURE DIVISION.
008700*****************************************************************
008800*  0000-MAINLINE
008900*****************************************************************
009100     PERFORM 1000-INITIALIZE
009200     PERFORM 2000-APPLY-MAINTENANCE
009300         UNTIL WS-MAINT-EOF
009450     PERFORM 3500-REWRITE-CUSTOMERS
009460     PERFORM 3700-EMPTY-APPROVED-MAINT
009500     PERFORM 9000-TERMINATE
009600     STOP RUN.
009700
009800*****************************************************************
009900*  1000-INITIALIZE - OPEN THE ACCOUNTS MASTER FOR UPDATE,
010000*  APPLY THE STATUS AND ADD ACTIONS A SECOND OPERATOR HAS
010005*  APPROVED AND OPEN THE APPROVALS QUEUE AND MAINTENANCE
010010*  TRANSACTION FILE.
010040*  NO MASTER AT ALL MEANS BANKIDX LOAD HAS NOT BEEN RUN, AND
010070*  NOTHING CAN BE MAINTAINED UNTIL IT HAS.
010100*****************************************************************
010200 1000-INITIALIZE.
010320     OPEN I-O ACCOUNT-IDX-FILE
010440     IF WS-ACCT-FILE-STATUS NOT = "00"
010560         IF WS-ACCT-FILE-STATUS = "35"
010680             DISPLAY "BANKACCT: NO INDEXED ACCOUNTS MASTER - "
010800                     "RUN BANKIDX LOAD FIRST"
010920         END-IF
011040         MOVE "OPEN I-O ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
011160         PERFORM 9900-ABEND-ACCOUNT-FILE
011280     END-IF
011405     MOVE WS-CUST-LINE TO WS-CUST-LINE-BLANK
011410     PERFORM 1200-LOAD-CUSTOMER-MASTER
011420     PERFORM 1050-STAMP-RUN-DATE
011430     PERFORM 1300-LOAD-APPROVAL-QUEUE
011440     PERFORM 1400-APPLY-APPROVED-MAINT
011500     OPEN INPUT MAINT-FILE
011600     IF WS-MAINT-FILE-STATUS NOT = "00"
011700         DISPLAY "BANKACCT: NO MAINTENANCE FILE, STATUS="
012200         PERFORM 2100-READ-MAINT
012300     END-IF
012400     EXIT.
012402
012404*****************************************************************
012408*  1050-STAMP-RUN-DATE - THE BUSINESS DATE BEING MAINTAINED FOR
012412*  (BD-RUN-DATE) DATES EVERY ACTION HELD FOR APPROVAL AND FORMS
012416*  PART OF ITS ITEM ID.
012420*****************************************************************
012424 1050-STAMP-RUN-DATE.
012428     OPEN INPUT BUS-DATE-FILE
012432     IF WS-BDATE-FILE-STATUS NOT = "00"
012436         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
012440         PERFORM 9940-ABEND-BUSDATE-FILE
012444     END-IF
012448     READ BUS-DATE-FILE
012452         AT END
012456             MOVE "READ BUS-DATE-FILE (EMPTY)"
012460                 TO WS-ABEND-CONTEXT
012464             PERFORM 9940-ABEND-BUSDATE-FILE
012468     END-READ
012472     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
012476     CLOSE BUS-DATE-FILE
012480     MOVE BD-RUN-DATE (1:4) TO ITM-YYYY
012484     MOVE BD-RUN-DATE (6:2) TO ITM-MM
012488     MOVE BD-RUN-DATE (9:2) TO ITM-DD
012492     EXIT.
012500
014720*****************************************************************
014730*  1200-LOAD-CUSTOMER-MASTER - LOAD THE CUSTOMER MASTER INTO ITS
014740*  TABLE.  STATUS "35" MEANS THE MASTER HAS NEVER BEEN CREATED
014789     EXIT.
014790
014791 1210-LOAD-CUSTOMER.
014794     READ CUSTOMER-FILE
014797         AT END
014800             MOVE "Y" TO WS-CUST-EOF-SW
014803         NOT AT END
014806             IF WS-CUST-COUNT = 200
014809                 MOVE "WS-CUST-TABLE OCCURS 200"
014812                     TO WS-ABEND-CONTEXT
014815                 PERFORM 9920-ABEND-TABLE-OVERFLOW
014818             END-IF
014821             MOVE CUSTOMER-RECORD TO WS-CUST-LINE
014824             ADD 1 TO WS-CUST-COUNT
014827             MOVE C-CUSTOMER-ID
014830                 TO CUS-CUSTOMER-ID   (WS-CUST-COUNT)
014833             MOVE C-CUSTOMER-NAME
014836                 TO CUS-CUSTOMER-NAME (WS-CUST-COUNT)
014839             MOVE C-ADDR-LINE-1
014842                 TO CUS-ADDR-LINE-1   (WS-CUST-COUNT)
014845             MOVE C-ADDR-LINE-2
014848                 TO CUS-ADDR-LINE-2   (WS-CUST-COUNT)
014851             MOVE C-CITY
014854                 TO CUS-CITY          (WS-CUST-COUNT)
014857             MOVE C-POSTCODE
014860                 TO CUS-POSTCODE      (WS-CUST-COUNT)
014863             MOVE C-DELIVERY-PREF
014866                 TO CUS-DELIVERY-PREF (WS-CUST-COUNT)
014869             MOVE C-EMAIL-ADDR
014870                 TO CUS-EMAIL-ADDR    (WS-CUST-COUNT)
014871     END-READ
014872     EXIT.
014874
014876*****************************************************************
014878*  1300-LOAD-APPROVAL-QUEUE - NOTE EVERY ITEM OF THE BUSINESS
014880*  DATE ALREADY HELD, ON THE APPROVALS QUEUE OR THE APPROVAL
014882*  HISTORY, THEN OPEN THE QUEUE TO TAKE THIS RUN'S HELD ITEMS.
014884*  STATUS "35" ON EITHER MEANS NOTHING IS THERE.
014886*****************************************************************
014888 1300-LOAD-APPROVAL-QUEUE.
014890     OPEN INPUT APPR-QUEUE-FILE
014892     IF WS-APRQ-FILE-STATUS = "00"
014894         PERFORM 1310-READ-APPROVAL-QUEUE
014896             UNTIL WS-APRQ-EOF
014898         CLOSE APPR-QUEUE-FILE
014900     ELSE
014902         IF WS-APRQ-FILE-STATUS NOT = "35"
014904             MOVE "OPEN INPUT APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
014906             PERFORM 9960-ABEND-APRQ-FILE
014908         END-IF
014910     END-IF
014912     OPEN INPUT APPR-HIST-FILE
014914     IF WS-APRH-FILE-STATUS = "00"
014916         PERFORM 1320-READ-APPROVAL-HISTORY
014918             UNTIL WS-APRH-EOF
014920         CLOSE APPR-HIST-FILE
014922     ELSE
014924         IF WS-APRH-FILE-STATUS NOT = "35"
014926             MOVE "OPEN INPUT APPR-HIST-FILE" TO WS-ABEND-CONTEXT
014928             PERFORM 9980-ABEND-APRH-FILE
014930         END-IF
014932     END-IF
014934     OPEN EXTEND APPR-QUEUE-FILE
014936     IF WS-APRQ-FILE-STATUS = "35"
014938         OPEN OUTPUT APPR-QUEUE-FILE
014940     END-IF
014942     IF WS-APRQ-FILE-STATUS NOT = "00"
014944         MOVE "OPEN EXTEND APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
014946         PERFORM 9960-ABEND-APRQ-FILE
014948     END-IF
014950     EXIT.
014952
014954 1310-READ-APPROVAL-QUEUE.
014956     READ APPR-QUEUE-FILE
014958         AT END
014960             MOVE "Y" TO WS-APRQ-EOF-SW
014962         NOT AT END
014964             MOVE APPR-QUEUE-RECORD TO APQ-CSV-RECORD
014966             PERFORM 1330-NOTE-HELD-ITEM
014968     END-READ
014970     EXIT.
014972
014974 1320-READ-APPROVAL-HISTORY.
014976     READ APPR-HIST-FILE
014978         AT END
014980             MOVE "Y" TO WS-APRH-EOF-SW
014982         NOT AT END
014984             MOVE APPR-HIST-RECORD TO APQ-CSV-RECORD
014986             PERFORM 1330-NOTE-HELD-ITEM
014988     END-READ
014990     EXIT.
014992
014994*****************************************************************
014996*  1330-NOTE-HELD-ITEM - KEEP THE ROW LAID OVER APQ-CSV-RECORD
014998*  IF IT IS AN ITEM OF THE BUSINESS DATE, ONCE ONLY - A DECIDED
015000*  ITEM CAN BE ON THE HISTORY TWICE.
015004*****************************************************************
015006 1330-NOTE-HELD-ITEM.
015008     IF AQ-ITEM-ID (1:9) = WS-ITEM-ID (1:9)
015010         MOVE AQ-ITEM-ID TO WS-ITEM-ID
015012         PERFORM 2560-FIND-HELD-ITEM
015014         IF WS-HELD-MATCH-IDX = 0
015016             IF WS-HELD-ID-COUNT = 2000
015018                 MOVE "WS-HELD-TABLE OCCURS 2000"
015020                     TO WS-ABEND-CONTEXT
015022                 PERFORM 9920-ABEND-TABLE-OVERFLOW
015024             END-IF
015026             ADD 1 TO WS-HELD-ID-COUNT
015028             MOVE AQ-ITEM-ID TO HLD-ITEM-ID (WS-HELD-ID-COUNT)
015030             MOVE AQ-ITEM-DATA TO HLD-ITEM-DATA (WS-HELD-ID-COUNT)
015032         END-IF
015034     END-IF
015036     EXIT.
015038
015040*****************************************************************
015042*  1400-APPLY-APPROVED-MAINT - APPLY THE HELD STATUS AND ADD
015044*  ACTIONS A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN,
015046*  BEFORE ANY OF TODAY'S MAINTENANCE, SO A LATER KEYED ACTION
015048*  STILL HAS THE LAST WORD.  EACH IS EDITED AGAIN AGAINST THE
015050*  MASTER AS IT NOW STANDS; ONE THAT NO LONGER FITS IS REJECTED
015052*  LIKE ANY OTHER.  STATUS "35" MEANS NOTHING HAS BEEN RELEASED.
015054*****************************************************************
015056 1400-APPLY-APPROVED-MAINT.
015058     OPEN INPUT APPR-MAINT-FILE
015060     IF WS-AMNT-FILE-STATUS = "00"
015062         MOVE "Y" TO WS-APPROVED-SW
015064         PERFORM 1410-APPLY-APPROVED-LINE
015066             UNTIL WS-AMNT-EOF
015068         MOVE "N" TO WS-APPROVED-SW
015070         CLOSE APPR-MAINT-FILE
015072     ELSE
015074         IF WS-AMNT-FILE-STATUS NOT = "35"
015076             MOVE "OPEN INPUT APPR-MAINT-FILE" TO WS-ABEND-CONTEXT
015078             PERFORM 9970-ABEND-AMNT-FILE
015080         END-IF
015082     END-IF
015084     EXIT.
015086
015088 1410-APPLY-APPROVED-LINE.
015090     READ APPR-MAINT-FILE
015092         AT END
015094             MOVE "Y" TO WS-AMNT-EOF-SW
015096         NOT AT END
015098             MOVE SPACES TO MAINT-RECORD
015100             MOVE APPR-MAINT-RECORD TO MAINT-RECORD (1:120)
015102             MOVE SPACES TO WS-REJECT-REASON
015104             PERFORM 2200-FIND-ACCOUNT
015106             IF M-ACTION = "STATUS"
015108                 PERFORM 2500-APPLY-STATUS
015110             ELSE
015112                 IF M-ACTION = "ADD"
015114                     PERFORM 2300-APPLY-ADD
015116                 ELSE
015118                     MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
015120                 END-IF
015122             END-IF
015124             IF WS-REJECT-REASON = SPACES
015126                 ADD 1 TO WS-RELEASED-COUNT
015128                 DISPLAY "APPLIED APPROVED " M-ACTION " "
015130                         M-ACCOUNT-ID " " M-STATUS
015132             ELSE
015134                 ADD 1 TO WS-REJECT-COUNT
015136                 DISPLAY "REJECTED APPROVED " M-ACTION " "
015138                         M-ACCOUNT-ID " - " WS-REJECT-REASON
015140             END-IF
015142     END-READ
015144     EXIT.
015146
015148*****************************************************************
015150*  2000-APPLY-MAINTENANCE - ONE ITERATION PER MAINTENANCE
015152*  TRANSACTION.  A TRANSACTION THAT CANNOT BE APPLIED IS LOGGED
015154*  AND COUNTED, NEVER APPLIED HALFWAY.
015156*****************************************************************
015400 2000-APPLY-MAINTENANCE.
015500     MOVE SPACES TO WS-REJECT-REASON
015550     MOVE "N" TO WS-HOLD-SW
015600     PERFORM 2200-FIND-ACCOUNT
015700     IF M-ACTION = "ADD"
015800         PERFORM 2300-APPLY-ADD
016540                     IF M-ACTION = "CUSTNAME"
016550                         PERFORM 2650-APPLY-CUSTNAME
016560                     ELSE
016570                       IF M-ACTION = "CUSTADDR"
016580                         PERFORM 2700-APPLY-CUSTADDR
016590                       ELSE
016600                         MOVE "UNKNOWN ACTION"
016610                             TO WS-REJECT-REASON
016615                       END-IF
016620                     END-IF
016630                 END-IF
016700             END-IF
016800         END-IF
016900     END-IF
017000     IF WS-REJECT-REASON = SPACES
017050         IF WS-ACTION-HELD
017060             ADD 1 TO WS-HELD-COUNT
017070         ELSE
017080             IF NOT WS-ACTION-ALREADY-HELD
017100                 ADD 1 TO WS-APPLIED-COUNT
017120             END-IF
017150         END-IF
017200     ELSE
017300         ADD 1 TO WS-REJECT-COUNT
017400         DISPLAY "REJECTED " M-ACTION " " M-ACCOUNT-ID
018100     READ MAINT-FILE
018200         AT END
018300             MOVE "Y" TO WS-MAINT-EOF-SW
018350         NOT AT END
018360             ADD 1 TO WS-MAINT-LINE-NO
018400     END-READ
018500     EXIT.
018600
018634*****************************************************************
018668*  2200-FIND-ACCOUNT - READ THE ACTION'S ACCOUNT FROM THE MASTER
018702*  BY KEY INTO WS-ACCT-LINE.  A BLANK STATUS READS AS ACTIVE AND
018736*  A NON-NUMERIC OVERDRAFT LIMIT AS ZERO, THE SAME READING THE
018770*  POSTING RUN GIVES THEM, SO A REWRITE CARRIES THEM THAT WAY.
018804*****************************************************************
018838 2200-FIND-ACCOUNT.
018872     MOVE "N" TO WS-ACCT-FOUND-SW
018906     MOVE M-ACCOUNT-ID TO AX-ACCOUNT-ID
018940     READ ACCOUNT-IDX-FILE
018974         INVALID KEY
019008             MOVE "N" TO WS-ACCT-FOUND-SW
019042         NOT INVALID KEY
019076             MOVE "Y" TO WS-ACCT-FOUND-SW
019110             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
019144             IF A-STATUS = SPACES
019178                 MOVE "ACTIVE" TO A-STATUS
019212             END-IF
019246             IF A-OD-LIMIT NOT NUMERIC
019280                 MOVE 0 TO A-OD-LIMIT
019314             END-IF
019348     END-READ
019382     IF WS-ACCT-FILE-STATUS NOT = "00"
019416        AND WS-ACCT-FILE-STATUS NOT = "23"
019450         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
019484         PERFORM 9900-ABEND-ACCOUNT-FILE
019518     END-IF
019552     EXIT.
019610
019620 2250-FIND-CUSTOMER.
019630     MOVE 0 TO WS-CUST-MATCH-IDX
020020*  MISTYPED CUSTOMER ID CANNOT ORPHAN AN ACCOUNT OUTSIDE EVERY
020030*  RELATIONSHIP STATEMENT.  AN OVERDRAFT LIMIT THAT IS NOT A
020032*  NUMBER (BLANK INCLUDED) MEANS NO FACILITY - THE SAME READING
020054*  2200-FIND-ACCOUNT GIVES THE MASTER ITSELF.  AN ADD THAT OPENS
020060*  THE ACCOUNT WITH AN OVERDRAFT LIMIT, OR IN ANY STATUS BUT
020065*  ACTIVE, IS HELD FOR A SECOND OPERATOR LIKE A STATUS ACTION;
020070*  ONLY ONE ALREADY APPROVED IS MADE.  THE NEW RECORD IS
020076*  WRITTEN TO THE MASTER ONLY ONCE EVERY FIELD HAS PASSED.
020100*****************************************************************
020200 2300-APPLY-ADD.
020210     IF M-ACCOUNT-ID = SPACES
020220         MOVE "ACCOUNT ID MISSING" TO WS-REJECT-REASON
020230     ELSE
020315     IF WS-ACCT-FOUND
020400         MOVE "ACCOUNT ALREADY ON MASTER" TO WS-REJECT-REASON
020500     ELSE
020600         IF M-CLIENT-NAME = SPACES
020850         IF WS-CUST-MATCH-IDX = 0
020852             MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
020854         ELSE
020928             IF M-STATUS NOT = SPACES
021002                AND M-STATUS NOT = "ACTIVE"
021076                AND M-STATUS NOT = "FROZEN"
021150                AND M-STATUS NOT = "CLOSED"
021224                 MOVE "INVALID STATUS" TO WS-REJECT-REASON
021298             ELSE
021310                 MOVE "N" TO WS-ADD-HOLD-SW
021320                 IF M-OD-LIMIT NUMERIC
021330                     IF M-OD-LIMIT > 0
021340                         MOVE "Y" TO WS-ADD-HOLD-SW
021350                     END-IF
021360                 END-IF
021370                 IF M-STATUS NOT = SPACES
021380                    AND M-STATUS NOT = "ACTIVE"
021390                     MOVE "Y" TO WS-ADD-HOLD-SW
021400                 END-IF
021410                 IF WS-ADD-NEEDS-APPROVAL
021420                    AND NOT WS-APPLYING-APPROVED
021430                     PERFORM 2550-HOLD-FOR-APPROVAL
021440                 ELSE
021450                     PERFORM 2310-WRITE-NEW-ACCOUNT
021460                 END-IF
022926             END-IF
023010         END-IF
023020         END-IF
023100         END-IF
023200     END-IF
023210     END-IF
023300     EXIT.
023305
023310*****************************************************************
023315*  2310-WRITE-NEW-ACCOUNT - BUILD THE NEW ACCOUNT FROM THE ADD
023320*  LINE AND WRITE IT TO THE MASTER.
023325*****************************************************************
023330 2310-WRITE-NEW-ACCOUNT.
023335     MOVE M-ACCOUNT-ID   TO A-ACCOUNT-ID
023340     MOVE M-CLIENT-NAME  TO A-CLIENT-NAME
023345     MOVE M-OPEN-BALANCE TO A-OPEN-BALANCE
023350     MOVE M-CUSTOMER-ID  TO A-CUSTOMER-ID
023355     IF M-OD-LIMIT NUMERIC
023360         MOVE M-OD-LIMIT TO A-OD-LIMIT
023365     ELSE
023370         MOVE 0 TO A-OD-LIMIT
023375     END-IF
023380     IF M-STATUS = SPACES
023385         MOVE "ACTIVE" TO A-STATUS
023390     ELSE
023395         MOVE M-STATUS TO A-STATUS
023400     END-IF
023405     MOVE WS-ACCT-LINE TO ACCOUNT-IDX-RECORD
023410     WRITE ACCOUNT-IDX-RECORD
023415     IF WS-ACCT-FILE-STATUS NOT = "00"
023420         MOVE "WRITE ACCOUNT-IDX-RECORD" TO WS-ABEND-CONTEXT
023425         PERFORM 9900-ABEND-ACCOUNT-FILE
023430     END-IF
023435     EXIT.
023440
023500*****************************************************************
023600*  2400-APPLY-NAME - CHANGE THE CLIENT NAME ON AN EXISTING
023700*  ACCOUNT.
023800*****************************************************************
023900 2400-APPLY-NAME.
024000     IF NOT WS-ACCT-FOUND
024100         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
024200     ELSE
024300         IF M-CLIENT-NAME = SPACES
024400             MOVE "CLIENT NAME MISSING" TO WS-REJECT-REASON
024500         ELSE
024600             MOVE M-CLIENT-NAME TO A-CLIENT-NAME
024700             PERFORM 3000-REWRITE-ACCOUNT
024800         END-IF
024900     END-IF
025000     EXIT.
025300*  2500-APPLY-STATUS - SET ACTIVE, FROZEN OR CLOSED ON AN
025400*  EXISTING ACCOUNT.  ANY OTHER STATUS VALUE IS REJECTED SO A
025500*  TYPO CANNOT LEAVE AN ACCOUNT IN A STATE BANKMAIN WOULD NOT
025600*  RECOGNISE.  DORMANT IS NEVER KEYED - BANKDORM ALONE SETS
025610*  IT - BUT ACTIVE KEYED ON A DORMANT ACCOUNT IS HOW THE BRANCH
025620*  REACTIVATES IT ONCE THE OWNER HAS BEEN IN TOUCH.  A KEYED
025630*  ACTION THAT PASSES IS HELD FOR A SECOND OPERATOR; ONLY ONE
025640*  ALREADY APPROVED IS APPLIED TO THE MASTER.
025700*****************************************************************
025800 2500-APPLY-STATUS.
025900     IF NOT WS-ACCT-FOUND
026000         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
026100     ELSE
026200         IF M-STATUS = "ACTIVE" OR M-STATUS = "FROZEN"
026300            OR M-STATUS = "CLOSED"
026310             IF WS-APPLYING-APPROVED
026360                 MOVE M-STATUS TO A-STATUS
026410                 IF M-OD-LIMIT NUMERIC
026425                     MOVE M-OD-LIMIT TO A-OD-LIMIT
026440                 END-IF
026445                 PERFORM 3000-REWRITE-ACCOUNT
026450             ELSE
026460                 PERFORM 2550-HOLD-FOR-APPROVAL
026470             END-IF
026500         ELSE
026600             MOVE "INVALID STATUS" TO WS-REJECT-REASON
026700         END-IF
026800     END-IF
026900     EXIT.
026902
026903*****************************************************************
026904*  2550-HOLD-FOR-APPROVAL - PUT THE STATUS OR ADD ACTION ON THE
026905*  APPROVALS QUEUE UNDER THE KEYING OPERATOR'S ID INSTEAD OF
026906*  APPLYING IT.  A LINE WITH NO OPERATOR ID CANNOT HAVE ITS
026907*  MAKER TOLD APART FROM ITS CHECKER, SO IT IS REJECTED.  AN
026908*  ACTION ALREADY ON THE QUEUE FROM AN EARLIER RUN OF THE SAME
026909*  FILE IS NOT HELD AGAIN, NOR COUNTED AS HELD OR APPLIED - BUT
026910*  ONLY IF THE QUEUED LINE IS THIS LINE.  A FILE CHANGED AND
026911*  RERUN THE SAME DAY CAN PUT A DIFFERENT LINE ON AN ITEM ID
026912*  ALREADY HELD; THAT LINE IS REJECTED RATHER THAN LOST OR
026913*  QUEUED UNDER A SECOND COPY OF THE ID.
026914*****************************************************************
026915 2550-HOLD-FOR-APPROVAL.
026916     IF M-OPERATOR-ID = SPACES
026917         MOVE "MAKER ID MISSING" TO WS-REJECT-REASON
026918     ELSE
026919         MOVE WS-MAINT-LINE-NO TO ITM-LINE-NO
026920         PERFORM 2560-FIND-HELD-ITEM
026921         IF WS-HELD-MATCH-IDX > 0
026922             IF HLD-ITEM-DATA (WS-HELD-MATCH-IDX)
026923                     = MAINT-RECORD (1:120)
026924                 MOVE "A" TO WS-HOLD-SW
026925                 DISPLAY "ALREADY HELD " WS-ITEM-ID " "
026926                         M-ACCOUNT-ID " " M-STATUS
026927             ELSE
026928                 MOVE "ALREADY HELD WITH OTHER DATA"
026929                     TO WS-REJECT-REASON
026930             END-IF
026931         ELSE
026932             MOVE "Y" TO WS-HOLD-SW
026933             MOVE WS-ITEM-ID          TO AQ-ITEM-ID
026934             MOVE "MAINT"             TO AQ-ORIGIN
026935             MOVE "PENDING"           TO AQ-STATUS
026936             MOVE BD-RUN-DATE         TO AQ-QUEUED-DATE
026937             MOVE M-OPERATOR-ID       TO AQ-MAKER-ID
026938             MOVE SPACES              TO AQ-CHECKER-ID
026939             MOVE SPACES              TO AQ-DECIDED-DATE
026940             MOVE M-ACCOUNT-ID        TO AQ-ACCOUNT-ID
026941             MOVE M-ACTION            TO AQ-SUMMARY
026942             IF M-OD-LIMIT NUMERIC
026943                 MOVE M-OD-LIMIT      TO AQ-AMOUNT
026944             ELSE
026945                 MOVE 0               TO AQ-AMOUNT
026946             END-IF
026947             MOVE MAINT-RECORD (1:120) TO AQ-ITEM-DATA
026948             MOVE APQ-CSV-RECORD      TO APPR-QUEUE-RECORD
026949             WRITE APPR-QUEUE-RECORD
026950             IF WS-APRQ-FILE-STATUS NOT = "00"
026951                 MOVE "WRITE APPR-QUEUE-RECORD"
026952                     TO WS-ABEND-CONTEXT
026953                 PERFORM 9960-ABEND-APRQ-FILE
026954             END-IF
026955             DISPLAY "HELD FOR APPROVAL " WS-ITEM-ID " "
026956                     M-ACCOUNT-ID " " M-STATUS
026957         END-IF
026958     END-IF
026959     EXIT.
026996
026998 2560-FIND-HELD-ITEM.
027000     MOVE 0 TO WS-HELD-MATCH-IDX
027002     PERFORM VARYING HLD-IDX FROM 1 BY 1
027004             UNTIL HLD-IDX > WS-HELD-ID-COUNT
027006         IF HLD-ITEM-ID (HLD-IDX) = WS-ITEM-ID
027008             MOVE HLD-IDX          TO WS-HELD-MATCH-IDX
027010             MOVE WS-HELD-ID-COUNT TO HLD-IDX
027012         END-IF
027014     END-PERFORM
027016     EXIT.
027018
027020*****************************************************************
027022*  2600-APPLY-CUSTADD - ADD A NEW CUSTOMER RELATIONSHIP TO THE
027024*  CUSTOMER MASTER.  THE ID MUST BE NEW AND THE NAME PRESENT -
027026*  THE WHOLE POINT OF THE MASTER IS ONE AUTHORITATIVE SPELLING.
027028*  AN ADDRESS AND DELIVERY PREFERENCE KEYED ON THE SAME LINE ARE
027030*  EDITED AND TAKEN ON; LEFT BLANK, THE CUSTOMER IS ADDED WITH
027032*  NONE AND CUSTADDR SUPPLIES THEM LATER.
027034*****************************************************************
027036 2600-APPLY-CUSTADD.
027038     PERFORM 2250-FIND-CUSTOMER
027040     IF M-CUSTOMER-ID = SPACES
027042         MOVE "CUSTOMER ID MISSING" TO WS-REJECT-REASON
027044     ELSE
027046     IF WS-CUST-MATCH-IDX > 0
027048         MOVE "CUSTOMER ALREADY ON MASTER" TO WS-REJECT-REASON
027050     ELSE
027052         IF M-CLIENT-NAME = SPACES
027054             MOVE "CLIENT NAME MISSING" TO WS-REJECT-REASON
027056         ELSE
027058             PERFORM 2660-EDIT-ADDRESS
027060             IF WS-REJECT-REASON = SPACES
027062             IF WS-CUST-COUNT = 200
027064                 MOVE "WS-CUST-TABLE OCCURS 200"
027066                     TO WS-ABEND-CONTEXT
027068                 PERFORM 9920-ABEND-TABLE-OVERFLOW
027070             END-IF
027072             ADD 1 TO WS-CUST-COUNT
027074             MOVE M-CUSTOMER-ID
027076                 TO CUS-CUSTOMER-ID   (WS-CUST-COUNT)
027078             MOVE M-CLIENT-NAME
027080                 TO CUS-CUSTOMER-NAME (WS-CUST-COUNT)
027082             MOVE WS-CUST-COUNT TO WS-CUST-MATCH-IDX
027084             PERFORM 2670-SET-ADDRESS
027086             END-IF
027088         END-IF
027090     END-IF
027092     END-IF
027094     EXIT.
027096
027098*****************************************************************
027100*  2650-APPLY-CUSTNAME - CHANGE THE AUTHORITATIVE NAME ON AN
027102*  EXISTING CUSTOMER.
027104*****************************************************************
027106 2650-APPLY-CUSTNAME.
027108     PERFORM 2250-FIND-CUSTOMER
027110     IF WS-CUST-MATCH-IDX = 0
027112         MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
027114     ELSE
027116         IF M-CLIENT-NAME = SPACES
027118             MOVE "CLIENT NAME MISSING" TO WS-REJECT-REASON
027120         ELSE
027122             MOVE M-CLIENT-NAME
027124                 TO CUS-CUSTOMER-NAME (WS-CUST-MATCH-IDX)
027126         END-IF
027128     END-IF
027130     EXIT.
027132
027134*****************************************************************
027136*  2660-EDIT-ADDRESS - CHECK THE DELIVERY PREFERENCE KEYED WITH
027138*  A CUSTADD OR CUSTADDR.  BLANK MEANS PRINT; ANYTHING OTHER
027140*  THAN PRINT OR EMAIL IS REJECTED, AND EMAIL NEEDS AN E-MAIL
027142*  ADDRESS TO SEND TO.
027144*****************************************************************
027146 2660-EDIT-ADDRESS.
027148     IF M-DELIVERY-PREF = SPACES
027150         MOVE "PRINT" TO M-DELIVERY-PREF
027152     END-IF
027154     IF M-DELIVERY-PREF NOT = "PRINT"
027156        AND M-DELIVERY-PREF NOT = "EMAIL"
027158         MOVE "INVALID DELIVERY PREFERENCE" TO WS-REJECT-REASON
027160     ELSE
027162         IF M-DELIVERY-PREF = "EMAIL"
027164            AND M-EMAIL-ADDR = SPACES
027166             MOVE "EMAIL ADDRESS MISSING" TO WS-REJECT-REASON
027168         END-IF
027170     END-IF
027172     EXIT.
027174
027176*****************************************************************
027178*  2670-SET-ADDRESS - TAKE THE KEYED ADDRESS, E-MAIL ADDRESS
027180*  AND PREFERENCE ONTO THE CUSTOMER AT WS-CUST-MATCH-IDX.
027182*****************************************************************
027184 2670-SET-ADDRESS.
027186     MOVE M-ADDR-LINE-1
027188         TO CUS-ADDR-LINE-1   (WS-CUST-MATCH-IDX)
027190     MOVE M-ADDR-LINE-2
027192         TO CUS-ADDR-LINE-2   (WS-CUST-MATCH-IDX)
027194     MOVE M-CITY
027196         TO CUS-CITY          (WS-CUST-MATCH-IDX)
027198     MOVE M-POSTCODE
027200         TO CUS-POSTCODE      (WS-CUST-MATCH-IDX)
027202     MOVE M-DELIVERY-PREF
027204         TO CUS-DELIVERY-PREF (WS-CUST-MATCH-IDX)
027206     MOVE M-EMAIL-ADDR
027208         TO CUS-EMAIL-ADDR    (WS-CUST-MATCH-IDX)
027210     EXIT.
027212
027214*****************************************************************
027216*  2700-APPLY-CUSTADDR - REPLACE THE MAILING ADDRESS, E-MAIL
027218*  ADDRESS AND DELIVERY PREFERENCE ON AN EXISTING CUSTOMER.  THE
027220*  WHOLE BLOCK IS REPLACED, SO A LINE LEFT BLANK CLEARS IT.  A
027222*  PRINT CUSTOMER MUST BE LEFT WITH AN ADDRESS TO POST TO.
027224*****************************************************************
027226 2700-APPLY-CUSTADDR.
027228     PERFORM 2250-FIND-CUSTOMER
027230     IF WS-CUST-MATCH-IDX = 0
027232         MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
027234     ELSE
027236         PERFORM 2660-EDIT-ADDRESS
027238         IF WS-REJECT-REASON = SPACES
027240             IF M-DELIVERY-PREF = "PRINT"
027242                AND M-ADDR-LINE-1 = SPACES
027244                 MOVE "MAILING ADDRESS MISSING"
027246                     TO WS-REJECT-REASON
027248             ELSE
027250                 PERFORM 2670-SET-ADDRESS
027252             END-IF
027254         END-IF
027256     END-IF
027258     EXIT.
027260
027335*****************************************************************
027592*  3000-REWRITE-ACCOUNT - PUT THE CHANGED ACCOUNT IN
027849*  WS-ACCT-LINE BACK ON THE MASTER UNDER ITS OWN KEY.
028106*****************************************************************
028363 3000-REWRITE-ACCOUNT.
028620     MOVE WS-ACCT-LINE TO ACCOUNT-IDX-RECORD
028877     REWRITE ACCOUNT-IDX-RECORD
029134     IF WS-ACCT-FILE-STATUS NOT = "00"
029391         MOVE "REWRITE ACCOUNT-IDX-RECORD" TO WS-ABEND-CONTEXT
029648         PERFORM 9900-ABEND-ACCOUNT-FILE
029905     END-IF
030162     EXIT.
030430
030440*****************************************************************
030450*  3500-REWRITE-CUSTOMERS - WRITE THE MAINTAINED CUSTOMER TABLE
030460*  TO ITS WORK FILE IN LOADED ORDER, NEW CUSTOMERS AT THE END,
030470*  AND ONLY ONCE IT IS COMPLETE AND CLOSED COPY IT OVER THE
030480*  LIVE MASTER.
030490*****************************************************************
030500 3500-REWRITE-CUSTOMERS.
030510     OPEN OUTPUT CUSTOMER-NEW-FILE
030530         MOVE "OPEN OUTPUT CUSTOMER-NEW" TO WS-ABEND-CONTEXT
030540         PERFORM 9950-ABEND-CUSTNEW-FILE
030550     END-IF
030555     MOVE WS-CUST-LINE-BLANK TO WS-CUST-LINE
030560     PERFORM VARYING CUS-IDX FROM 1 BY 1
030570             UNTIL CUS-IDX > WS-CUST-COUNT
030580         MOVE CUS-CUSTOMER-ID   (CUS-IDX) TO C-CUSTOMER-ID
030590         MOVE CUS-CUSTOMER-NAME (CUS-IDX) TO C-CUSTOMER-NAME
030591         MOVE CUS-ADDR-LINE-1   (CUS-IDX) TO C-ADDR-LINE-1
030592         MOVE CUS-ADDR-LINE-2   (CUS-IDX) TO C-ADDR-LINE-2
030593         MOVE CUS-CITY          (CUS-IDX) TO C-CITY
030594         MOVE CUS-POSTCODE      (CUS-IDX) TO C-POSTCODE
030595         MOVE CUS-DELIVERY-PREF (CUS-IDX) TO C-DELIVERY-PREF
030596         MOVE CUS-EMAIL-ADDR    (CUS-IDX) TO C-EMAIL-ADDR
030600         MOVE WS-CUST-LINE TO CUSTOMER-NEW-RECORD
030610         WRITE CUSTOMER-NEW-RECORD
030620         IF WS-CUSTNEW-FILE-STATUS NOT = "00"
031006     END-READ
031007     EXIT.
031008
031009*****************************************************************
031010*  3700-EMPTY-APPROVED-MAINT - EVERY RELEASED LINE WAS APPLIED
031011*  TO THE MASTER OR REJECTED AT STARTUP, SO THE RELEASE FILE IS
031012*  EMPTIED - NO APPROVED ACTION IS APPLIED TWICE.
031013*****************************************************************
031014 3700-EMPTY-APPROVED-MAINT.
031015     OPEN OUTPUT APPR-MAINT-FILE
031016     IF WS-AMNT-FILE-STATUS NOT = "00"
031017         MOVE "OPEN OUTPUT APPR-MAINT-FILE" TO WS-ABEND-CONTEXT
031018         PERFORM 9970-ABEND-AMNT-FILE
031019     END-IF
031020     CLOSE APPR-MAINT-FILE
031021     EXIT.
031022
030200*****************************************************************
030300*  9000-TERMINATE - CLOSE THE MAINTENANCE FILE AND REPORT THE
030400*  RUN.  ANY REJECTED TRANSACTION LEAVES A WARNING RETURN CODE
030600*****************************************************************
030700 9000-TERMINATE.
030800     CLOSE MAINT-FILE
030801     CLOSE ACCOUNT-IDX-FILE
030802     IF WS-ACCT-FILE-STATUS NOT = "00"
030803         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
030804         PERFORM 9900-ABEND-ACCOUNT-FILE
030805     END-IF
030810     CLOSE APPR-QUEUE-FILE
030820     IF WS-APRQ-FILE-STATUS NOT = "00"
030830         MOVE "CLOSE APPR-QUEUE-FILE" TO WS-ABEND-CONTEXT
030840         PERFORM 9960-ABEND-APRQ-FILE
030850     END-IF
030860     DISPLAY "Approved applied    : " WS-RELEASED-COUNT
030900     DISPLAY "Maintenance applied : " WS-APPLIED-COUNT
030950     DISPLAY "Maintenance held    : " WS-HELD-COUNT
031000     DISPLAY "Maintenance rejected: " WS-REJECT-COUNT
031100     DISPLAY "Account maintenance complete."
031200     IF WS-REJECT-COUNT > 0
031500     EXIT.
031600
031700*****************************************************************
031780*  9900-ABEND-ACCOUNT-FILE - ACCOUNT-IDX-FILE FAILED ON OPEN,
031860*  READ, WRITE, REWRITE OR CLOSE.  EVERY CHANGE ALREADY MADE IS
031940*  ON THE MASTER AND EACH IS SAFE TO KEY AGAIN, SO THE RUN STOPS
032020*  RATHER THAN CARRYING ON AND IS RERUN ONCE THE FILE IS FIXED.
032100*****************************************************************
032200 9900-ABEND-ACCOUNT-FILE.
032300     DISPLAY "BANKACCT: FATAL - ACCOUNT-IDX-FILE ERROR ON "
032400             WS-ABEND-CONTEXT
032500     DISPLAY "BANKACCT: FILE STATUS=" WS-ACCT-FILE-STATUS
032600     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
032700     MOVE 16 TO RETURN-CODE
032800     STOP RUN.
032900
033000*****************************************************************
033100*  9920-ABEND-TABLE-OVERFLOW - THE CUSTOMER OR HELD-ITEM TABLE
033200*  IS AT ITS OCCURS LIMIT AND THE RUN NEEDS ONE MORE ENTRY.
033300*  STOPPING HERE BEATS INDEXING PAST THE END OF THE TABLE AND
033400*  CORRUPTING ADJACENT STORAGE.
033500*****************************************************************
033900     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
034000     MOVE 16 TO RETURN-CODE
034100     STOP RUN.
034104
034108*****************************************************************
034116*  9940-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
034124*  COULD NOT BE READ, SO NO ACTION CAN BE DATED OR HELD.
034132*****************************************************************
034140 9940-ABEND-BUSDATE-FILE.
034148     DISPLAY "BANKACCT: FATAL - BUS-DATE-FILE ERROR ON "
034156             WS-ABEND-CONTEXT
034164     DISPLAY "BANKACCT: FILE STATUS=" WS-BDATE-FILE-STATUS
034172     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
034180     MOVE 16 TO RETURN-CODE
034188     STOP RUN.
034200
034300*****************************************************************
034400*  9930-ABEND-CUSTOMER-FILE - THE CUSTOMER MASTER FAILED ON
036700     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
036800     MOVE 16 TO RETURN-CODE
036900     STOP RUN.
037000
037100*****************************************************************
037200*  9960-ABEND-APRQ-FILE - THE APPROVALS QUEUE FAILED ON OPEN,
037300*  READ, WRITE OR CLOSE.  AN ACTION HELD BUT NEVER QUEUED WOULD
037400*  BE NEITHER APPLIED NOR APPROVED, SO THE RUN STOPS.
037500*****************************************************************
037600 9960-ABEND-APRQ-FILE.
037700     DISPLAY "BANKACCT: FATAL - APPR-QUEUE-FILE ERROR ON "
037800             WS-ABEND-CONTEXT
037900     DISPLAY "BANKACCT: FILE STATUS=" WS-APRQ-FILE-STATUS
038000     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
038100     MOVE 16 TO RETURN-CODE
038200     STOP RUN.
038300
038400*****************************************************************
038500*  9970-ABEND-AMNT-FILE - THE FILE OF APPROVED MAINTENANCE
038575*  BANKAPPR RELEASED FAILED ON OPEN OR READ.  THE FILE IS NOT
038650*  EMPTIED, SO A RERUN APPLIES IT AFRESH - SETTING A STATUS OR
038725*  LIMIT ALREADY SET CHANGES NOTHING, AND AN ADD ALREADY MADE
038750*  IS REJECTED AS ALREADY ON THE MASTER.
038800*****************************************************************
038900 9970-ABEND-AMNT-FILE.
039000     DISPLAY "BANKACCT: FATAL - APPR-MAINT-FILE ERROR ON "
039100             WS-ABEND-CONTEXT
039200     DISPLAY "BANKACCT: FILE STATUS=" WS-AMNT-FILE-STATUS
039300     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
039400     MOVE 16 TO RETURN-CODE
039500     STOP RUN.
039510
039520*****************************************************************
039530*  9980-ABEND-APRH-FILE - THE APPROVAL HISTORY COULD NOT BE
039540*  READ.  WITHOUT IT AN ACTION ALREADY DECIDED COULD BE HELD A
039550*  SECOND TIME, SO THE RUN STOPS BEFORE ANY MAINTENANCE.
039560*****************************************************************
039570 9980-ABEND-APRH-FILE.
039580     DISPLAY "BANKACCT: FATAL - APPR-HIST-FILE ERROR ON "
039590             WS-ABEND-CONTEXT
039600     DISPLAY "BANKACCT: FILE STATUS=" WS-APRH-FILE-STATUS
039610     DISPLAY "BANKACCT: RUN TERMINATED ABNORMALLY."
039620     MOVE 16 TO RETURN-CODE
039630     STOP RUN.
