000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKPROF.
000300 AUTHOR.         D. ALVAREZ.
000400 INSTALLATION.   DAILY ACCOUNTS BATCH - OPERATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  2026-10-15  DA    ORIGINAL VERSION.  MONTHLY CUSTOMER
001200*                    PROFITABILITY AND RELATIONSHIP MIS REPORT,
001300*                    RUN AFTER THE MONTH-END BANKINT FOR A
001400*                    MONTH KEYED BY THE OPERATOR.  EVERY ACCOUNT
001500*                    IS ROLLED UP TO ITS CUSTOMER (A-CUSTOMER-ID)
001600*                    ACROSS THE ARCHIVE MONTHS AND THE LIVE
001700*                    LEDGER: INTEREST PAID, SERVICE FEES AND
001800*                    OVERDRAFT INTEREST CHARGED (NET OF
001900*                    REVERSALS), NSF DECLINES AND FINAL RETURNS
002000*                    FROM DATA/NSF_HISTORY.CSV, POSTINGS BY TYPE
002100*                    AND BY SOURCE, AND MONTH-END BALANCES.
002200*                    CUSTOMERS ARE RANKED BY YEAR-TO-DATE NET
002300*                    CONTRIBUTION ON DATA/PROFITABILITY_YYYY-
002400*                    MM.RPT, SET AGAINST THE PRIOR MONTH AND THE
002500*                    SAME MONTHS OF THE PRIOR YEAR, AND WRITTEN
002600*                    ONE LINE PER CUSTOMER TO THE SPREADSHEET
002700*                    EXTRACT DATA/PROFITABILITY_YYYY-MM.CSV
002800*                    (LAYOUT IN PRFREC).
002820*  2026-10-15  DA    THE ACCOUNTS ARE LOADED IN KEY ORDER FROM THE
002840*                    INDEXED ACCOUNTS MASTER INSTEAD OF FROM
002860*                    ACCOUNTS.CSV, AND THE MASTER'S CLOSE IS
002880*                    CHECKED.
002882*  2026-10-15  DA    THE ACCOUNT, CUSTOMER GROUP, CHARGE AND RANK
002884*                    TABLES AND THEIR LIMITS ARE GONE.  EACH IS
002886*                    NOW A KEYED WORK FILE BUILT EMPTY BY EVERY
002888*                    RUN (DATA/PROF_ACCT_WORK.IDX, PROF_GROUP_
002890*                    WORK.IDX AND PROF_CHG_WORK.IDX), AND THE
002892*                    RANKING IS READ BY AN ALTERNATE KEY ON THE
002894*                    GROUP FILE.  AN NSF EVENT IS COUNTED IN ITS
002896*                    OWN MONTH SLOT.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ARCH-FILE ASSIGN USING WS-ARCH-FILENAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ARCH-FILE-STATUS.
003600
003700     SELECT TXN-FILE ASSIGN TO "data/transactions.csv"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TXN-FILE-STATUS.
004000
004100     SELECT NSF-HIST-FILE ASSIGN TO "data/nsf_history.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-NSFH-FILE-STATUS.
004400
004500     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BDATE-FILE-STATUS.
004800
004900     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
005000         ORGANIZATION IS INDEXED
005033         ACCESS MODE IS SEQUENTIAL
005067         RECORD KEY IS AX-ACCOUNT-ID
005100         FILE STATUS IS WS-ACCT-FILE-STATUS.
005200
005205     SELECT ACCT-WORK-FILE ASSIGN TO "data/prof_acct_work.idx"
005210         ORGANIZATION IS INDEXED
005215         ACCESS MODE IS DYNAMIC
005220         RECORD KEY IS ACC-ACCOUNT-ID
005225         FILE STATUS IS WS-WORK-FILE-STATUS.
005230
005235     SELECT GRP-WORK-FILE ASSIGN TO "data/prof_group_work.idx"
005240         ORGANIZATION IS INDEXED
005245         ACCESS MODE IS DYNAMIC
005250         RECORD KEY IS GRP-ID
005255         ALTERNATE RECORD KEY IS GRP-RANK-KEY
005260         FILE STATUS IS WS-WORK-FILE-STATUS.
005265
005270     SELECT CHG-WORK-FILE ASSIGN TO "data/prof_chg_work.idx"
005275         ORGANIZATION IS INDEXED
005280         ACCESS MODE IS DYNAMIC
005285         RECORD KEY IS CHG-KEY
005290         FILE STATUS IS WS-WORK-FILE-STATUS.
005295
005300     SELECT CUSTOMER-FILE ASSIGN TO "data/customers.csv"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CUST-FILE-STATUS.
005600
005700     SELECT REPORT-FILE ASSIGN USING WS-RPT-FILENAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000
006100     SELECT EXTRACT-FILE ASSIGN USING WS-CSV-FILENAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CSV-FILE-STATUS.
006400
006500     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*****************************************************************
007200*  ARCH-FILE - ONE MONTHLY ARCHIVE FILE AT A TIME, NAMED AT RUN
007300*  TIME, EXACTLY AS BANKARCH WROTE IT.  A MONTH WITH NO ARCHIVE
007400*  FILE IS SKIPPED - ITS ROWS ARE EITHER STILL ON THE LIVE
007500*  LEDGER OR NEVER EXISTED.
007600*****************************************************************
007700 FD  ARCH-FILE.
007800 01  ARCH-RECORD                PIC X(400).
007900
008000 FD  TXN-FILE.
008100 01  TXN-RECORD                 PIC X(400).
008200
008300*****************************************************************
008400*  NSF-HIST-FILE - THE NSF DECLINES AND FINAL RETURNS BANKMAIN
008500*  HAS POSTED, BY BUSINESS DATE (NSF-CSV-RECORD IN NSFREC).
008600*****************************************************************
008700 FD  NSF-HIST-FILE.
008800 01  NSF-HIST-RECORD            PIC X(100).
008900
009000 FD  BUS-DATE-FILE.
009100 01  BUS-DATE-RECORD            PIC X(30).
009200
009210*****************************************************************
009220*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
009230*  (ACCTIDX), LOADED WHOLE IN KEY ORDER.
009240*****************************************************************
009300 FD  ACCOUNT-IDX-FILE.
009400     COPY acctidx.
009500
009501*****************************************************************
009502*  ACCT-WORK-FILE - EVERY ACCOUNT ON THE MASTER, PLUS ANY THE
009503*  LEDGER NAMES THAT IS NO LONGER ON IT, KEYED BY ACCOUNT ID,
009504*  WITH THE CUSTOMER GROUP IT ROLLS UP TO (ACC-GRP-ID) AND
009505*  WHAT THE SWEEP LEARNS OF ITS BALANCE:
009506*    ACC-PRE-      - THE LATEST ROW BEFORE THE WINDOW,
009507*    ACC-FIRST-    - THE EARLIEST ROW IN IT, WITH THE BALANCE
009508*                    BEFORE THAT ROW POSTED,
009509*    ACC-MONTH-    - THE LATEST ROW OF EACH MONTH SLOT.
009510*  BUILT EMPTY BY EVERY RUN.
009511*****************************************************************
009512 FD  ACCT-WORK-FILE.
009514 01  ACCT-WORK-RECORD.
009515     05  ACC-ACCOUNT-ID         PIC X(10).
009516     05  ACC-CUSTOMER-ID        PIC X(8).
009517     05  ACC-CLIENT-NAME        PIC X(30).
009518     05  ACC-ON-MASTER-SW       PIC X.
009519         88  ACC-ON-MASTER                  VALUE "Y".
009520     05  ACC-GRP-ID             PIC X(11).
009521     05  ACC-OPEN-BALANCE       PIC S9(9)V99.
009522     05  ACC-PRE-DATE           PIC X(10).
009523     05  ACC-PRE-BALANCE        PIC S9(9)V99.
009524     05  ACC-FIRST-DATE         PIC X(10).
009525     05  ACC-FIRST-BALANCE      PIC S9(9)V99.
009526     05  ACC-MONTH OCCURS 24 TIMES.
009527         10  ACC-MONTH-DATE     PIC X(10).
009528         10  ACC-MONTH-BALANCE  PIC S9(9)V99.
009529
009530*****************************************************************
009531*  GRP-WORK-FILE - ONE RECORD PER CUSTOMER GROUP, KEYED BY
009532*  GRP-ID: THE LINKED SWITCH AND THE CUSTOMER ID.  AN ACCOUNT
009533*  NOT LINKED TO A CUSTOMER (OR NOT ON THE MASTER) STANDS
009534*  ALONE UNDER ITS ACCOUNT ID.  GRP-MONTH HOLDS EACH MONTH
009535*  SLOT'S FIGURES; THE GRP-YTD- FIELDS AND GRP-AVG-BALANCE ARE
009536*  ADDED UP FROM THEM BY 3000.
009537*  GRP-TYPE-COUNT: 1 DEPOSIT, 2 WITHDRAWAL, 3 PURCHASE,
009538*  4 TRANSFER, 5 REVERSAL, 6 ANY OTHER TYPE.
009539*  GRP-SOURCE-COUNT: 1 "B" (AND "Q"), 2 "S", 3 "R".
009540*  GRP-RANK-KEY IS THE ALTERNATE KEY THE REPORT IS READ BY:
009541*  GRP-RANK-NET RISES AS THE YEAR-TO-DATE NET CONTRIBUTION
009542*  FALLS, AND GRP-SEQ (THE ORDER THE GROUPS WERE OPENED IN)
009543*  KEEPS EQUAL CUSTOMERS IN THAT ORDER.  BUILT EMPTY BY EVERY
009544*  RUN.
009545*****************************************************************
009546 FD  GRP-WORK-FILE.
009548 01  GRP-WORK-RECORD.
009549     05  GRP-ID.
009550         10  GRP-LINKED-SW      PIC X.
009551             88  GRP-LINKED                 VALUE "Y".
009552         10  GRP-KEY            PIC X(10).
009553     05  GRP-RANK-KEY.
009554         10  GRP-RANK-NET       PIC 9(12)V99.
009555         10  GRP-SEQ            PIC 9(6).
009556     05  GRP-NAME               PIC X(30).
009557     05  GRP-ACCOUNTS           PIC 9(3).
009558     05  GRP-MONTH OCCURS 24 TIMES.
009559         10  GRP-INT-PAID       PIC S9(9)V99.
009560         10  GRP-FEES           PIC S9(9)V99.
009561         10  GRP-OD-INT         PIC S9(9)V99.
009562         10  GRP-NET            PIC S9(9)V99.
009563         10  GRP-NSF-COUNT      PIC 9(5).
009564         10  GRP-RETURN-COUNT   PIC 9(5).
009565         10  GRP-TYPE-COUNT     PIC 9(5)
009566                                OCCURS 6 TIMES.
009567         10  GRP-SOURCE-COUNT   PIC 9(5)
009568                                OCCURS 3 TIMES.
009569         10  GRP-ME-BALANCE     PIC S9(11)V99.
009570     05  GRP-YTD-INT-PAID       PIC S9(11)V99.
009571     05  GRP-YTD-FEES           PIC S9(11)V99.
009572     05  GRP-YTD-OD-INT         PIC S9(11)V99.
009573     05  GRP-YTD-NET            PIC S9(11)V99.
009574     05  GRP-PY-YTD-NET         PIC S9(11)V99.
009575     05  GRP-YTD-NSF            PIC 9(6).
009576     05  GRP-YTD-RETURNS        PIC 9(6).
009577     05  GRP-YTD-TYPE           PIC 9(6)    OCCURS 6 TIMES.
009578     05  GRP-YTD-SOURCE         PIC 9(6)    OCCURS 3 TIMES.
009579     05  GRP-AVG-BALANCE        PIC S9(11)V99.
009580
009581*****************************************************************
009582*  CHG-WORK-FILE - EVERY INTEREST, TD-INTEREST, OD-INTEREST AND
009583*  SERVICE-FEE ROW OF THE WINDOW, KEYED BY ACCOUNT AND TXN ID,
009584*  SO A REVERSAL'S F-REF-ID CAN BE MATCHED BACK TO WHAT IT
009585*  BACKED OUT.  CHG-KIND IS "I" INTEREST PAID, "F" SERVICE
009586*  FEE, "O" OVERDRAFT INTEREST.  BUILT EMPTY BY EVERY RUN.
009587*****************************************************************
009588 FD  CHG-WORK-FILE.
009590 01  CHG-WORK-RECORD.
009591     05  CHG-KEY.
009592         10  CHG-ACCOUNT-ID     PIC X(10).
009593         10  CHG-TXN-ID         PIC 9(4).
009594     05  CHG-AMOUNT             PIC 9(7)V99.
009595     05  CHG-KIND               PIC X.
009597
009600 FD  CUSTOMER-FILE.
009700 01  CUSTOMER-RECORD            PIC X(200).
009800
009900*****************************************************************
010000*  REPORT-FILE - THE PRINTED RANKING, NAMED FOR THE REPORT
010100*  MONTH (DATA/PROFITABILITY_YYYY-MM.RPT).
010200*****************************************************************
010300 FD  REPORT-FILE.
010400 01  REPORT-RECORD              PIC X(100).
010500
010600*****************************************************************
010700*  EXTRACT-FILE - THE SAME RANKING ONE LINE PER CUSTOMER FOR
010800*  THE MIS SPREADSHEET (DATA/PROFITABILITY_YYYY-MM.CSV,
010900*  PRF-CSV-RECORD IN PRFREC).
011000*****************************************************************
011100 FD  EXTRACT-FILE.
011200 01  EXTRACT-RECORD             PIC X(500).
011300
011400 FD  RUN-LOG-FILE.
011500 01  RUN-LOG-RECORD             PIC X(130).
011600
011700 WORKING-STORAGE SECTION.
011800 01  WS-ARCH-FILE-STATUS        PIC XX.
011900 01  WS-TXN-FILE-STATUS         PIC XX.
012000 01  WS-NSFH-FILE-STATUS        PIC XX.
012100 01  WS-BDATE-FILE-STATUS       PIC XX.
012200 01  WS-ACCT-FILE-STATUS        PIC XX.
012300 01  WS-CUST-FILE-STATUS        PIC XX.
012400 01  WS-RPT-FILE-STATUS         PIC XX.
012500 01  WS-CSV-FILE-STATUS         PIC XX.
012600 01  WS-RUNLOG-FILE-STATUS      PIC XX.
012660 01  WS-WORK-FILE-STATUS        PIC XX.
012700 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
012800
012900*****************************************************************
013000*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
013100*  STARTUP, STAMPED ON EVERY RECORD THIS EXECUTION APPENDS TO
013200*  THE RUN LOG.
013300*****************************************************************
013400 01  WS-RUN-ID                  PIC X(14)   VALUE SPACES.
013500 01  WS-SYSTEM-TIME-RL          PIC X(8)    VALUE SPACES.
013600 01  WS-SYSTEM-DATE-RL.
013700     05  SYSRL-YYYY             PIC 9(4).
013800     05  SYSRL-MM               PIC 9(2).
013900     05  SYSRL-DD               PIC 9(2).
014000 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
014100 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
014200
014300 01  WS-ARCH-EOF-SW             PIC X       VALUE "N".
014400     88  WS-ARCH-EOF                        VALUE "Y".
014500 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
014600     88  WS-TXN-EOF                         VALUE "Y".
014700 01  WS-NSFH-EOF-SW             PIC X       VALUE "N".
014800     88  WS-NSFH-EOF                        VALUE "Y".
014900 01  WS-ACCT-EOF-SW             PIC X       VALUE "N".
015000     88  WS-ACCT-EOF                        VALUE "Y".
015100 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
015200     88  WS-CUST-EOF                        VALUE "Y".
015220 01  WS-WORK-EOF-SW             PIC X       VALUE "N".
015230     88  WS-WORK-EOF                        VALUE "Y".
015240
015250 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
015260     88  WS-ACCT-FOUND                      VALUE "Y".
015300
015400     COPY txnrec.
015500
015600     COPY acctrec REPLACING ==ACCT-CSV-RECORD==
015700         BY ==WS-ACCT-LINE==.
015800
015900     COPY custrec.
016000
016100     COPY nsfrec.
016200
016300     COPY prfrec.
016400
016500     COPY busdate.
016600
016700 01  WS-ARCH-FILENAME           PIC X(40)   VALUE SPACES.
016800 01  WS-RPT-FILENAME            PIC X(40)   VALUE SPACES.
016900 01  WS-CSV-FILENAME            PIC X(40)   VALUE SPACES.
017000
017100*****************************************************************
017200*  THE REPORT MONTH AS KEYED BY THE OPERATOR (YYYY-MM).  IT
017300*  MAY NOT BE LATER THAN THE BUSINESS-DATE MONTH - THAT MONTH
017400*  HAS NOT HAPPENED YET.
017500*****************************************************************
017600 01  WS-RQ-MONTH.
017700     05  RQM-YYYY               PIC X(4).
017800     05  RQM-DASH               PIC X.
017900     05  RQM-MM                 PIC X(2).
018000 01  WS-RQ-BAD-SW               PIC X       VALUE "N".
018100     88  WS-RQ-BAD                          VALUE "Y".
018200 01  WS-RPT-YYYY                PIC 9(4)    VALUE 0.
018300 01  WS-RPT-MM                  PIC 9(2)    VALUE 0.
018400 01  WS-BUS-MONTH               PIC X(7)    VALUE SPACES.
018500
018600*****************************************************************
018700*  MONTH SLOTS - THE REPORT COVERS JANUARY OF THE PRIOR YEAR
018800*  THROUGH THE REPORT MONTH.  SLOTS 1-12 ARE THE PRIOR YEAR'S
018900*  MONTHS AND SLOT 12 + MM IS MONTH MM OF THE REPORT YEAR, SO:
019000*    WS-LAST-SLOT   - THE REPORT MONTH,
019100*    WS-PRIOR-SLOT  - THE MONTH BEFORE IT,
019200*    13 .. WS-LAST-SLOT       - YEAR TO DATE,
019300*    1 .. WS-RPT-MM           - THE SAME MONTHS A YEAR BEFORE.
019400*  7000-SET-SLOT PUTS A DATE IN ITS SLOT: 0 BEFORE THE WINDOW,
019500*  99 AFTER IT.
019600*****************************************************************
019700 01  WS-PRIOR-YYYY              PIC 9(4)    VALUE 0.
019800 01  WS-WIN-START-DATE          PIC X(10)   VALUE SPACES.
019900 01  WS-LAST-SLOT               PIC 9(4)    VALUE 0.
020000 01  WS-PRIOR-SLOT              PIC 9(4)    VALUE 0.
020100 01  WS-SLOT                    PIC 9(4)    VALUE 0.
020200 01  WS-SLOT-DATE               PIC X(10)   VALUE SPACES.
020300 01  WS-SLOT-YYYY               PIC 9(4)    VALUE 0.
020400 01  WS-SLOT-MM                 PIC 9(2)    VALUE 0.
020500 01  WS-ROW-SLOT                PIC 9(4)    VALUE 0.
020600
020700*****************************************************************
020800*  MONTH WALK FIELDS - THE ARCHIVE FILES FROM JANUARY OF THE
020900*  PRIOR YEAR THROUGH THE BUSINESS-DATE MONTH, THEN THE LIVE
021000*  LEDGER.
021100*****************************************************************
021200 01  WS-WALK-WORK.
021300     05  WLK-YYYY               PIC 9(4).
021400     05  WLK-MM                 PIC 9(2).
021500 01  WS-WALK-MONTH.
021600     05  WKM-YYYY               PIC 9(4).
021700     05  FILLER                 PIC X       VALUE "-".
021800     05  WKM-MM                 PIC 9(2).
021900 01  WS-END-MONTH               PIC X(7)    VALUE SPACES.
022000 01  WS-FILES-FOUND             PIC 9(4)    VALUE 0.
022100
022400*****************************************************************
022700*  CUSTOMER MASTER TABLE - THE AUTHORITATIVE NAME PER CUSTOMER.
023000*  HELD TO THE SAME 200 CUSTOMERS AS BANKACCT'S, WHICH EDITS
023300*  EVERY ACCOUNT'S CUSTOMER ID AGAINST THE SAME MASTER.
023600*****************************************************************
023900 01  WS-CUST-TABLE.
024200     05  WS-CUST-ENTRY OCCURS 200 TIMES
024500                       INDEXED BY CUS-IDX.
024800         10  CUS-CUSTOMER-ID    PIC X(8).
025100         10  CUS-CUSTOMER-NAME  PIC X(30).
025400
025700 01  WS-CUST-COUNT              PIC 9(4)    VALUE 0.
026000
026300 01  WS-CUST-MATCH-IDX          PIC 9(4)    VALUE 0.
026600
026900*****************************************************************
027200*  WORK FILE FIELDS - WS-LOOKUP-ACCOUNT-ID IS THE ACCOUNT
027500*  7100-FIND-ACCOUNT READS, WS-LOOKUP-KEY THE CUSTOMER
027800*  7300-FIND-CUSTOMER LOOKS UP.  WS-ACCT-COUNT AND WS-GRP-COUNT
028100*  COUNT THE ACCOUNTS AND GROUPS PUT ON THE WORK FILES;
028400*  WS-RANK-SUB IS THE PLACE OF THE GROUP BEING REPORTED.
028700*****************************************************************
029000 01  WS-ACCT-COUNT              PIC 9(6)    VALUE 0.
029300
029600 01  WS-LOOKUP-ACCOUNT-ID       PIC X(10)   VALUE SPACES.
029900
030200 01  WS-GRP-COUNT               PIC 9(6)    VALUE 0.
030500
030800 01  WS-LOOKUP-KEY              PIC X(10)   VALUE SPACES.
031100
031400 01  WS-TYPE-SUB                PIC 9(4)    VALUE 0.
031700
032000 01  WS-SOURCE-SUB              PIC 9(4)    VALUE 0.
032300
032600 01  WS-CHG-KIND                PIC X       VALUE SPACE.
032900
033200 01  WS-RANK-SUB                PIC 9(6)    VALUE 0.
034000
034100*****************************************************************
034200*  ROW WORK FIELDS
034300*****************************************************************
034400 01  WS-AMOUNT-NUM              PIC 9(7)V99  VALUE 0.
034500 01  WS-CHARGE-AMOUNT           PIC S9(9)V99 VALUE 0.
034600 01  WS-BALANCE-NUM             PIC S9(9)V99 VALUE 0.
034700 01  WS-BEFORE-BALANCE          PIC S9(9)V99 VALUE 0.
034800 01  WS-RUN-BALANCE             PIC S9(9)V99 VALUE 0.
034900 01  WS-MOM-CHANGE              PIC S9(11)V99 VALUE 0.
035000 01  WS-YTD-CHANGE              PIC S9(11)V99 VALUE 0.
035100 01  WS-YTD-MONTHS              PIC 9(4)     VALUE 0.
035200
035300*****************************************************************
035400*  RUN TOTALS - THE BANK AS A WHOLE, FOR THE FOOT OF THE REPORT.
035500*****************************************************************
035600 01  WS-TOT-INT-PAID            PIC S9(11)V99 VALUE 0.
035700 01  WS-TOT-FEES                PIC S9(11)V99 VALUE 0.
035800 01  WS-TOT-OD-INT              PIC S9(11)V99 VALUE 0.
035900 01  WS-TOT-NET                 PIC S9(11)V99 VALUE 0.
036000 01  WS-TOT-YTD-INT-PAID        PIC S9(11)V99 VALUE 0.
036100 01  WS-TOT-YTD-FEES            PIC S9(11)V99 VALUE 0.
036200 01  WS-TOT-YTD-OD-INT          PIC S9(11)V99 VALUE 0.
036300 01  WS-TOT-YTD-NET             PIC S9(11)V99 VALUE 0.
036400 01  WS-TOT-NSF                 PIC 9(6)      VALUE 0.
036500 01  WS-TOT-RETURNS             PIC 9(6)      VALUE 0.
036600 01  WS-TOT-YTD-NSF             PIC 9(6)      VALUE 0.
036700 01  WS-TOT-YTD-RETURNS         PIC 9(6)      VALUE 0.
036800
036900 01  WS-ROWS-READ               PIC 9(7)    VALUE 0.
037000 01  WS-ROWS-COUNTED            PIC 9(7)    VALUE 0.
037100 01  WS-REVERSED-COUNT          PIC 9(5)    VALUE 0.
037200 01  WS-NSF-EVENTS              PIC 9(6)    VALUE 0.
037300 01  WS-NOT-ON-MASTER           PIC 9(6)    VALUE 0.
037400 01  WS-UNLINKED-COUNT          PIC 9(6)    VALUE 0.
037500 01  WS-NSFH-FOUND-SW           PIC X       VALUE "N".
037600     88  WS-NSFH-FOUND                      VALUE "Y".
037700
037800*****************************************************************
037900*  REPORT BUILD FIELDS
038000*****************************************************************
038100 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
038200 01  WS-R-RANK                  PIC Z(5)9.
038300 01  WS-R-AMOUNT                PIC -Z(6)9.99.
038400 01  WS-R-AMOUNT-2              PIC -Z(6)9.99.
038500 01  WS-R-AMOUNT-3              PIC -Z(6)9.99.
038600 01  WS-R-AMOUNT-4              PIC -Z(6)9.99.
038700 01  WS-R-AMOUNT-5              PIC -Z(6)9.99.
038800 01  WS-R-TOTAL                 PIC -Z(9)9.99.
038900 01  WS-R-CNT-1                 PIC Z(4)9.
039000 01  WS-R-CNT-2                 PIC Z(4)9.
039100 01  WS-R-CNT-3                 PIC Z(4)9.
039200 01  WS-R-CNT-4                 PIC Z(4)9.
039300 01  WS-R-CNT-5                 PIC Z(4)9.
039400 01  WS-R-CNT-6                 PIC Z(4)9.
039500 01  WS-R-CNT-7                 PIC Z(4)9.
039600 01  WS-R-CNT-8                 PIC Z(4)9.
039700 01  WS-R-CNT-9                 PIC Z(4)9.
039800 01  WS-R-COUNT                 PIC Z(5)9.
039900 01  WS-R-LABEL                 PIC X(12)   VALUE SPACES.
040000
040100 PROCEDURE DIVISION.
040200*****************************************************************
040300*  0000-MAINLINE
040400*****************************************************************
040500 0000-MAINLINE.
040600     PERFORM 1000-INITIALIZE
040700     IF NOT WS-RQ-BAD
040800         PERFORM 2000-SWEEP-ARCHIVE-MONTHS
040900         PERFORM 2500-SWEEP-LIVE-LEDGER
041000         PERFORM 2700-SWEEP-NSF-HISTORY
041100         PERFORM 3000-ROLL-UP-CUSTOMERS
041200         PERFORM 5000-WRITE-OUTPUTS
041400     END-IF
041500     PERFORM 9000-TERMINATE
041600     STOP RUN.
041700
041800*****************************************************************
041900*  1000-INITIALIZE - LOG THE START, TAKE AND EDIT THE REPORT
041950*  MONTH, NAME THE OUTPUT FILES FOR IT, SET THE MONTH SLOTS,
042000*  OPEN CLEAR WORK FILES AND LOAD THE CUSTOMER AND ACCOUNTS
042050*  MASTERS.
042100*****************************************************************
042300 1000-INITIALIZE.
042400     PERFORM 1060-STAMP-RUN-ID
042500     PERFORM 1050-READ-BUSINESS-DATE
042600     DISPLAY "ENTER REPORT MONTH (YYYY-MM):"
042700     ACCEPT WS-RQ-MONTH
042800     PERFORM 1070-EDIT-REPORT-MONTH
042900     IF NOT WS-RQ-BAD
043000         DISPLAY "PROFITABILITY REPORT FOR " WS-RQ-MONTH
043100         MOVE SPACES TO WS-RPT-FILENAME
043200         STRING "data/profitability_" DELIMITED BY SIZE
043300                WS-RQ-MONTH           DELIMITED BY SIZE
043400                ".rpt"                DELIMITED BY SIZE
043500             INTO WS-RPT-FILENAME
043600         END-STRING
043700         MOVE SPACES TO WS-CSV-FILENAME
043800         STRING "data/profitability_" DELIMITED BY SIZE
043900                WS-RQ-MONTH           DELIMITED BY SIZE
044000                ".csv"                DELIMITED BY SIZE
044100             INTO WS-CSV-FILENAME
044200         END-STRING
044300         COMPUTE WS-PRIOR-YYYY = WS-RPT-YYYY - 1
044400         MOVE SPACES TO WS-WIN-START-DATE
044500         STRING WS-PRIOR-YYYY DELIMITED BY SIZE
044600                "-01-01"      DELIMITED BY SIZE
044700             INTO WS-WIN-START-DATE
044800         END-STRING
044900         COMPUTE WS-LAST-SLOT  = 12 + WS-RPT-MM
045000         COMPUTE WS-PRIOR-SLOT = WS-LAST-SLOT - 1
045050         PERFORM 1150-OPEN-WORK-FILES
045100         PERFORM 1100-LOAD-CUSTOMERS
045200         PERFORM 1200-LOAD-ACCOUNTS
045300     END-IF
045400     EXIT.
045500
045600*****************************************************************
045700*  1050-READ-BUSINESS-DATE - THE MONTH OF THE DAY MOST RECENTLY
045800*  POSTED (BD-LAST-DATE), OR OF THE RUN DATE ON A SYSTEM THAT
045900*  HAS NEVER POSTED.  NO REPORT MONTH MAY BE LATER, AND NO
046000*  ARCHIVE FILE CAN BE NAMED LATER.
046100*****************************************************************
046200 1050-READ-BUSINESS-DATE.
046300     OPEN INPUT BUS-DATE-FILE
046400     IF WS-BDATE-FILE-STATUS NOT = "00"
046500         MOVE "OPEN INPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
046600         PERFORM 9920-ABEND-BUSDATE-FILE
046700     END-IF
046800     READ BUS-DATE-FILE
046900         AT END
047000             MOVE "READ BUS-DATE-FILE (EMPTY)"
047100                 TO WS-ABEND-CONTEXT
047200             PERFORM 9920-ABEND-BUSDATE-FILE
047300     END-READ
047400     MOVE BUS-DATE-RECORD TO BUSDATE-CSV-RECORD
047500     CLOSE BUS-DATE-FILE
047600     IF BD-LAST-DATE = SPACES
047700         MOVE BD-RUN-DATE (1:7)  TO WS-BUS-MONTH
047800     ELSE
047900         MOVE BD-LAST-DATE (1:7) TO WS-BUS-MONTH
048000     END-IF
048100     EXIT.
048200
048300*****************************************************************
048400*  1060-STAMP-RUN-ID - BUILD THE RUN IDENTIFIER FROM THE WALL
048500*  CLOCK AT STARTUP AND LOG THE START OF THE RUN.
048600*****************************************************************
048700 1060-STAMP-RUN-ID.
048800     ACCEPT WS-SYSTEM-DATE-RL FROM DATE YYYYMMDD
048900     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
049000     STRING WS-SYSTEM-DATE-RL    DELIMITED BY SIZE
049100            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
049200         INTO WS-RUN-ID
049300     END-STRING
049400     MOVE SPACES TO WS-RUN-LOG-LINE
049500     STRING "BANKPROF,"  DELIMITED BY SIZE
049600            WS-RUN-ID    DELIMITED BY SIZE
049700            ",START"     DELIMITED BY SIZE
049800         INTO WS-RUN-LOG-LINE
049900     END-STRING
050000     PERFORM 9700-WRITE-RUN-LOG
050100     EXIT.
050200
050300*****************************************************************
050400*  1070-EDIT-REPORT-MONTH - YYYY-MM, A REAL MONTH, AND NOT
050500*  LATER THAN THE BUSINESS-DATE MONTH.  A BAD MONTH ENDS THE
050600*  RUN WITH RETURN CODE 8 AND NOTHING WRITTEN.
050700*****************************************************************
050800 1070-EDIT-REPORT-MONTH.
050900     IF RQM-YYYY NOT NUMERIC
051000        OR RQM-DASH NOT = "-"
051100        OR RQM-MM NOT NUMERIC
051200         DISPLAY "BANKPROF: REPORT MONTH NOT YYYY-MM"
051300         MOVE "Y" TO WS-RQ-BAD-SW
051400     ELSE
051500         MOVE RQM-YYYY TO WS-RPT-YYYY
051600         MOVE RQM-MM   TO WS-RPT-MM
051700         IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
051800             DISPLAY "BANKPROF: REPORT MONTH NOT 01 TO 12"
051900             MOVE "Y" TO WS-RQ-BAD-SW
052000         ELSE
052100             IF WS-RQ-MONTH > WS-BUS-MONTH
052200                 DISPLAY "BANKPROF: REPORT MONTH AFTER "
052300                         "BUSINESS DATE MONTH " WS-BUS-MONTH
052400                 MOVE "Y" TO WS-RQ-BAD-SW
052500             END-IF
052600         END-IF
052700     END-IF
052800     IF WS-RQ-BAD
052900         MOVE 8 TO RETURN-CODE
053000     END-IF
053100     EXIT.
053200
053300*****************************************************************
053400*  1100-LOAD-CUSTOMERS - THE AUTHORITATIVE NAME PER CUSTOMER.
053500*  STATUS "35" MEANS THE MASTER HAS NEVER BEEN CREATED - EVERY
053600*  CUSTOMER IS THEN NAMED FROM ITS ACCOUNT.
053700*****************************************************************
053800 1100-LOAD-CUSTOMERS.
053900     OPEN INPUT CUSTOMER-FILE
054000     IF WS-CUST-FILE-STATUS = "00"
054100         PERFORM 1110-LOAD-CUSTOMER
054200             UNTIL WS-CUST-EOF
054300         CLOSE CUSTOMER-FILE
054400     ELSE
054500         IF WS-CUST-FILE-STATUS = "35"
054600             MOVE "Y" TO WS-CUST-EOF-SW
054700         ELSE
054800             MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ABEND-CONTEXT
054900             PERFORM 9940-ABEND-CUSTOMER-FILE
055000         END-IF
055100     END-IF
055200     EXIT.
055300
055400 1110-LOAD-CUSTOMER.
055500     READ CUSTOMER-FILE
055600         AT END
055700             MOVE "Y" TO WS-CUST-EOF-SW
055800         NOT AT END
055900             IF WS-CUST-COUNT = 200
056000                 MOVE "WS-CUST-TABLE OCCURS 200"
056100                     TO WS-ABEND-CONTEXT
056200                 PERFORM 9910-ABEND-TABLE-OVERFLOW
056300             END-IF
056400             MOVE CUSTOMER-RECORD TO CUST-CSV-RECORD
056500             ADD 1 TO WS-CUST-COUNT
056600             MOVE C-CUSTOMER-ID
056700                 TO CUS-CUSTOMER-ID   (WS-CUST-COUNT)
056800             MOVE C-CUSTOMER-NAME
056900                 TO CUS-CUSTOMER-NAME (WS-CUST-COUNT)
057000     END-READ
057100     EXIT.
057101
057102*****************************************************************
057103*  1150-OPEN-WORK-FILES - WHATEVER THE LAST RUN LEFT ON THE
057104*  ACCOUNT, GROUP AND CHARGE WORK FILES IS CLEARED BY OPENING
057105*  EACH OUTPUT, THEN EACH IS REOPENED FOR UPDATE.
057106*****************************************************************
057107 1150-OPEN-WORK-FILES.
057108     OPEN OUTPUT ACCT-WORK-FILE
057109     IF WS-WORK-FILE-STATUS NOT = "00"
057110         MOVE "OPEN OUTPUT ACCT-WORK-FILE" TO WS-ABEND-CONTEXT
057111         PERFORM 9950-ABEND-WORK-FILE
057112     END-IF
057113     CLOSE ACCT-WORK-FILE
057114     IF WS-WORK-FILE-STATUS NOT = "00"
057115         MOVE "CLOSE ACCT-WORK-FILE (CLEAR)" TO WS-ABEND-CONTEXT
057116         PERFORM 9950-ABEND-WORK-FILE
057117     END-IF
057118     OPEN I-O ACCT-WORK-FILE
057119     IF WS-WORK-FILE-STATUS NOT = "00"
057120         MOVE "OPEN I-O ACCT-WORK-FILE" TO WS-ABEND-CONTEXT
057121         PERFORM 9950-ABEND-WORK-FILE
057122     END-IF
057123     OPEN OUTPUT GRP-WORK-FILE
057124     IF WS-WORK-FILE-STATUS NOT = "00"
057125         MOVE "OPEN OUTPUT GRP-WORK-FILE" TO WS-ABEND-CONTEXT
057126         PERFORM 9950-ABEND-WORK-FILE
057127     END-IF
057128     CLOSE GRP-WORK-FILE
057129     IF WS-WORK-FILE-STATUS NOT = "00"
057130         MOVE "CLOSE GRP-WORK-FILE (CLEAR)" TO WS-ABEND-CONTEXT
057131         PERFORM 9950-ABEND-WORK-FILE
057132     END-IF
057133     OPEN I-O GRP-WORK-FILE
057134     IF WS-WORK-FILE-STATUS NOT = "00"
057135         MOVE "OPEN I-O GRP-WORK-FILE" TO WS-ABEND-CONTEXT
057136         PERFORM 9950-ABEND-WORK-FILE
057137     END-IF
057138     OPEN OUTPUT CHG-WORK-FILE
057139     IF WS-WORK-FILE-STATUS NOT = "00"
057140         MOVE "OPEN OUTPUT CHG-WORK-FILE" TO WS-ABEND-CONTEXT
057141         PERFORM 9950-ABEND-WORK-FILE
057142     END-IF
057143     CLOSE CHG-WORK-FILE
057144     IF WS-WORK-FILE-STATUS NOT = "00"
057145         MOVE "CLOSE CHG-WORK-FILE (CLEAR)" TO WS-ABEND-CONTEXT
057146         PERFORM 9950-ABEND-WORK-FILE
057147     END-IF
057148     OPEN I-O CHG-WORK-FILE
057149     IF WS-WORK-FILE-STATUS NOT = "00"
057150         MOVE "OPEN I-O CHG-WORK-FILE" TO WS-ABEND-CONTEXT
057151         PERFORM 9950-ABEND-WORK-FILE
057152     END-IF
057153     EXIT.
057200
057300*****************************************************************
057375*****************************************************************
057450*  1200-LOAD-ACCOUNTS - EVERY ACCOUNT ON THE INDEXED MASTER, IN
057525*  KEY ORDER, ONTO THE ACCOUNT WORK FILE AND INTO ITS
057600*  CUSTOMER'S GROUP AS IT LOADS, SO A CUSTOMER WITH NO
057675*  ACTIVITY IN THE WINDOW STILL REPORTS ITS BALANCES.  NO
057750*  MASTER MEANS NOTHING CAN BE ROLLED UP - THE RUN STOPS.
057825*****************************************************************
057900 1200-LOAD-ACCOUNTS.
058000     OPEN INPUT ACCOUNT-IDX-FILE
058100     IF WS-ACCT-FILE-STATUS NOT = "00"
058200         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
058300         PERFORM 9930-ABEND-ACCOUNT-FILE
058400     END-IF
058500     PERFORM 1210-LOAD-ACCOUNT
058600         UNTIL WS-ACCT-EOF
058700     CLOSE ACCOUNT-IDX-FILE
058720     IF WS-ACCT-FILE-STATUS NOT = "00"
058740         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
058760         PERFORM 9930-ABEND-ACCOUNT-FILE
058780     END-IF
058800     EXIT.
058900
059000 1210-LOAD-ACCOUNT.
059100     READ ACCOUNT-IDX-FILE NEXT RECORD
059200         AT END
059300             MOVE "Y" TO WS-ACCT-EOF-SW
059400         NOT AT END
059500             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
059600             MOVE A-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
059700             PERFORM 7150-ADD-ACCOUNT
059800             MOVE "Y"            TO ACC-ON-MASTER-SW
059900             MOVE A-CUSTOMER-ID  TO ACC-CUSTOMER-ID
060000             MOVE A-CLIENT-NAME  TO ACC-CLIENT-NAME
060100             MOVE A-OPEN-BALANCE TO ACC-OPEN-BALANCE
060200             PERFORM 7200-GROUP-ACCOUNT
060300             PERFORM 7160-WRITE-ACCOUNT
060600     END-READ
060620     IF WS-ACCT-FILE-STATUS NOT = "00"
060640        AND WS-ACCT-FILE-STATUS NOT = "10"
060660         MOVE "READ ACCOUNT-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
060680         PERFORM 9930-ABEND-ACCOUNT-FILE
060690     END-IF
060700     EXIT.
060800
060900*****************************************************************
061000*  2000-SWEEP-ARCHIVE-MONTHS - THE ARCHIVE FILES FROM JANUARY
061100*  OF THE PRIOR YEAR THROUGH THE BUSINESS-DATE MONTH, IN
061200*  CALENDAR ORDER.  THE WALK DOES NOT STOP AT THE REPORT
061300*  MONTH: A SKIPPED OR FIRST-EVER PERIOD CLOSE PUTS ITS ROWS IN
061400*  A FILE NAMED FOR A LATER MONTH.  EACH ROW IS PLACED BY ITS
061500*  OWN DATE, SO THE EXTRA FILES ARE SAFE.  STATUS "35" JUST
061600*  MEANS THAT MONTH WAS NEVER ARCHIVED - ITS ROWS, IF ANY, ARE
061700*  STILL ON THE LIVE LEDGER, WHICH IS SWEPT AFTERWARDS.
061800*****************************************************************
061900 2000-SWEEP-ARCHIVE-MONTHS.
062000     MOVE WS-BUS-MONTH TO WS-END-MONTH
062100     MOVE WS-PRIOR-YYYY TO WLK-YYYY
062200     MOVE 1 TO WLK-MM
062300     MOVE WLK-YYYY TO WKM-YYYY
062400     MOVE WLK-MM   TO WKM-MM
062500     PERFORM 2100-SWEEP-ONE-MONTH
062600         UNTIL WS-WALK-MONTH > WS-END-MONTH
062700     EXIT.
062800
062900 2100-SWEEP-ONE-MONTH.
063000     MOVE SPACES TO WS-ARCH-FILENAME
063100     STRING "data/archive_"  DELIMITED BY SIZE
063200            WS-WALK-MONTH    DELIMITED BY SIZE
063300            ".csv"           DELIMITED BY SIZE
063400         INTO WS-ARCH-FILENAME
063500     END-STRING
063600     MOVE "N" TO WS-ARCH-EOF-SW
063700     OPEN INPUT ARCH-FILE
063800     IF WS-ARCH-FILE-STATUS = "00"
063900         ADD 1 TO WS-FILES-FOUND
064000         PERFORM 2200-READ-ARCHIVE-ROW
064100             UNTIL WS-ARCH-EOF
064200         CLOSE ARCH-FILE
064300     ELSE
064400         IF WS-ARCH-FILE-STATUS NOT = "35"
064500             MOVE "OPEN INPUT ARCH-FILE" TO WS-ABEND-CONTEXT
064600             PERFORM 9960-ABEND-ARCH-FILE
064700         END-IF
064800     END-IF
064900     IF WLK-MM = 12
065000         MOVE 1 TO WLK-MM
065100         ADD 1 TO WLK-YYYY
065200     ELSE
065300         ADD 1 TO WLK-MM
065400     END-IF
065500     MOVE WLK-YYYY TO WKM-YYYY
065600     MOVE WLK-MM   TO WKM-MM
065700     EXIT.
065800
065900 2200-READ-ARCHIVE-ROW.
066000     READ ARCH-FILE
066100         AT END
066200             MOVE "Y" TO WS-ARCH-EOF-SW
066300         NOT AT END
066400             MOVE ARCH-RECORD TO TXN-CSV-RECORD
066500             PERFORM 2300-APPLY-LEDGER-ROW
066600     END-READ
066700     EXIT.
066800
066900*****************************************************************
067000*  2300-APPLY-LEDGER-ROW - ONE ROW, WHEREVER IT CAME FROM.
067100*  EVERY ROW, WHATEVER ITS DATE, FEEDS ITS ACCOUNT'S BALANCE
067200*  HISTORY.  A ROW DATED INSIDE THE WINDOW IS ALSO COUNTED FOR
067300*  ITS CUSTOMER'S MONTH (A CARRY-FWD ROW ONLY RESTATES A
067400*  BALANCE AND IS NOT A POSTING), AND ITS INTEREST, FEE OR
067500*  OVERDRAFT INTEREST - OR THE ONE A REVERSAL BACKS OUT - IS
067600*  ADDED IN.  AN ACCOUNT NO LONGER ON THE MASTER STILL COUNTS,
067700*  STANDING ALONE.
067800*****************************************************************
067875 2300-APPLY-LEDGER-ROW.
067950     ADD 1 TO WS-ROWS-READ
068025     MOVE F-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
068100     PERFORM 7100-FIND-ACCOUNT
068175     IF NOT WS-ACCT-FOUND
068250         PERFORM 2350-ADD-LEDGER-ACCOUNT
068325     END-IF
068400     MOVE F-DATE TO WS-SLOT-DATE
068475     PERFORM 7000-SET-SLOT
068550     MOVE WS-SLOT TO WS-ROW-SLOT
068625     PERFORM 2310-TRACK-BALANCE
068700     PERFORM 7170-REWRITE-ACCOUNT
068775     IF WS-ROW-SLOT > 0 AND WS-ROW-SLOT NOT > WS-LAST-SLOT
068850        AND F-TXN-TYPE NOT = "CARRY-FWD"
068925         PERFORM 7210-GET-GROUP
069000         PERFORM 2320-COUNT-POSTING
069075         IF F-TXN-TYPE = "INTEREST"
069150            OR F-TXN-TYPE = "TD-INTEREST"
069225            OR F-TXN-TYPE = "SERVICE-FEE"
069300            OR F-TXN-TYPE = "OD-INTEREST"
069375             PERFORM 2330-TAKE-CHARGE
069450         ELSE
069525             IF F-TXN-TYPE = "REVERSAL"
069600                 PERFORM 2340-NET-OUT-REVERSAL
069675             END-IF
069750         END-IF
069825         PERFORM 7220-REWRITE-GROUP
069900     END-IF
069975     EXIT.
070700
070800*****************************************************************
070900*  2310-TRACK-BALANCE - THE LEDGER CARRIES THE BALANCE AFTER
071000*  EVERY ROW, SO A MONTH-END BALANCE IS THE BALANCE AFTER THE
071100*  LATEST ROW OF THE MONTH.  ROWS ARE SWEPT OLDEST FILE FIRST
071200*  AND IN POSTING ORDER WITHIN A FILE; A CARRY-FWD ROW AT THE
071300*  HEAD OF THE LIVE LEDGER IS DATED BACK AT ITS ACCOUNT'S LAST
071400*  ARCHIVED ROW, SO ROWS ARE COMPARED BY DATE, NOT BY ORDER.
071500*  THE EARLIEST ROW IN THE WINDOW ALSO KEEPS THE BALANCE BEFORE
071600*  IT POSTED, FOR AN ACCOUNT WITH NOTHING EARLIER ON FILE.
071700*****************************************************************
071800 2310-TRACK-BALANCE.
071900     MOVE F-BALANCE-AFTER TO WS-BALANCE-NUM
072000     IF WS-ROW-SLOT = 0
072100         IF F-DATE NOT < ACC-PRE-DATE
072200             MOVE F-DATE         TO ACC-PRE-DATE
072300             MOVE WS-BALANCE-NUM TO ACC-PRE-BALANCE
072400         END-IF
072500     ELSE
072600         IF WS-ROW-SLOT NOT > WS-LAST-SLOT
072700             IF F-DATE NOT < ACC-MONTH-DATE (WS-ROW-SLOT)
072800                 MOVE F-DATE TO ACC-MONTH-DATE (WS-ROW-SLOT)
072900                 MOVE WS-BALANCE-NUM
073000                     TO ACC-MONTH-BALANCE (WS-ROW-SLOT)
073100             END-IF
073200             IF ACC-FIRST-DATE = SPACES
073300                OR F-DATE < ACC-FIRST-DATE
073400                 MOVE F-AMOUNT TO WS-AMOUNT-NUM
073500                 IF F-SIGN = "-"
073600                     COMPUTE WS-BEFORE-BALANCE =
073700                         WS-BALANCE-NUM + WS-AMOUNT-NUM
073800                 ELSE
073900                     COMPUTE WS-BEFORE-BALANCE =
074000                         WS-BALANCE-NUM - WS-AMOUNT-NUM
074100                 END-IF
074200                 MOVE F-DATE            TO ACC-FIRST-DATE
074300                 MOVE WS-BEFORE-BALANCE TO ACC-FIRST-BALANCE
074400             END-IF
074500         END-IF
074600     END-IF
074700     EXIT.
075400
075500*****************************************************************
075600*  2320-COUNT-POSTING - ONE POSTING FOR THE CUSTOMER'S MONTH,
075700*  BY TYPE AND BY SOURCE.  A ROW WITH NO SOURCE FLAG WAS KEYED
075800*  BEFORE THE FLAG EXISTED AND IS A BATCH ROW; SO, FOR THIS
075850*  REPORT, IS A ROW TAKEN OFF A QUEUE (SOURCE "Q").
075900*****************************************************************
076000 2320-COUNT-POSTING.
076100     ADD 1 TO WS-ROWS-COUNTED
076200     IF F-TXN-TYPE = "DEPOSIT"
076300         MOVE 1 TO WS-TYPE-SUB
076400     ELSE
076500         IF F-TXN-TYPE = "WITHDRAWAL"
076600             MOVE 2 TO WS-TYPE-SUB
076700         ELSE
076800             IF F-TXN-TYPE = "PURCHASE"
076900                 MOVE 3 TO WS-TYPE-SUB
077000             ELSE
077100                 IF F-TXN-TYPE = "TRANSFER"
077200                     MOVE 4 TO WS-TYPE-SUB
077300                 ELSE
077400                     IF F-TXN-TYPE = "REVERSAL"
077500                         MOVE 5 TO WS-TYPE-SUB
077600                     ELSE
077700                         MOVE 6 TO WS-TYPE-SUB
077800                     END-IF
077900                 END-IF
078000             END-IF
078100         END-IF
078200     END-IF
078300     IF F-SOURCE = "S"
078400         MOVE 2 TO WS-SOURCE-SUB
078500     ELSE
078600         IF F-SOURCE = "R"
078700             MOVE 3 TO WS-SOURCE-SUB
078800         ELSE
078900             MOVE 1 TO WS-SOURCE-SUB
079000         END-IF
079100     END-IF
079250     ADD 1 TO GRP-TYPE-COUNT   (WS-ROW-SLOT, WS-TYPE-SUB)
079400     ADD 1 TO GRP-SOURCE-COUNT (WS-ROW-SLOT, WS-SOURCE-SUB)
079600     EXIT.
079700
079775*****************************************************************
079850*  2330-TAKE-CHARGE - AN INTEREST CREDIT, SERVICE FEE OR
079925*  OVERDRAFT INTEREST CHARGE IS ADDED TO ITS CUSTOMER'S MONTH
080000*  AND KEPT ON THE CHARGE WORK FILE FOR THE REVERSAL MATCH.  A
080075*  TXN ID ALREADY KEPT FOR THE ACCOUNT (STATUS 22) KEEPS THE
080150*  FIRST ROW SWEPT; THE CHARGE STILL COUNTS.
080225*****************************************************************
080300 2330-TAKE-CHARGE.
080375     MOVE F-AMOUNT TO WS-AMOUNT-NUM
080450     IF F-TXN-TYPE = "SERVICE-FEE"
080525         MOVE "F" TO WS-CHG-KIND
080600     ELSE
080675         IF F-TXN-TYPE = "OD-INTEREST"
080750             MOVE "O" TO WS-CHG-KIND
080825         ELSE
080900             MOVE "I" TO WS-CHG-KIND
080975         END-IF
081050     END-IF
081125     MOVE F-ACCOUNT-ID  TO CHG-ACCOUNT-ID
081200     MOVE F-TXN-ID      TO CHG-TXN-ID
081275     MOVE WS-AMOUNT-NUM TO CHG-AMOUNT
081350     MOVE WS-CHG-KIND   TO CHG-KIND
081425     WRITE CHG-WORK-RECORD
081500         INVALID KEY
081575             CONTINUE
081650     END-WRITE
081725     IF WS-WORK-FILE-STATUS NOT = "00"
081800        AND WS-WORK-FILE-STATUS NOT = "22"
081875         MOVE "WRITE CHG-WORK-RECORD" TO WS-ABEND-CONTEXT
081950         PERFORM 9950-ABEND-WORK-FILE
082025     END-IF
082100     MOVE WS-AMOUNT-NUM TO WS-CHARGE-AMOUNT
082175     PERFORM 2360-ADD-CHARGE
082250     EXIT.
082600
082700*****************************************************************
082800*  2340-NET-OUT-REVERSAL - A REVERSAL ONLY TOUCHES THE FIGURES
082900*  WHEN ITS REF-ID NAMES A CHARGE OR INTEREST ROW ALREADY SWEPT
083000*  FOR THE SAME ACCOUNT.  THE BACKED-OUT AMOUNT COMES OFF IN
083100*  THE MONTH THE REVERSAL POSTED, SO A MONTH ALREADY REPORTED
083200*  IS NEVER RESTATED.
083300*****************************************************************
083375 2340-NET-OUT-REVERSAL.
083450     MOVE F-ACCOUNT-ID TO CHG-ACCOUNT-ID
083525     MOVE F-REF-ID     TO CHG-TXN-ID
083600     READ CHG-WORK-FILE
083675         INVALID KEY
083750             CONTINUE
083825     END-READ
083900     IF WS-WORK-FILE-STATUS = "00"
083975         COMPUTE WS-CHARGE-AMOUNT = 0 - CHG-AMOUNT
084050         MOVE CHG-KIND TO WS-CHG-KIND
084125         PERFORM 2360-ADD-CHARGE
084200         ADD 1 TO WS-REVERSED-COUNT
084275     ELSE
084350         IF WS-WORK-FILE-STATUS NOT = "23"
084425             MOVE "READ CHG-WORK-FILE" TO WS-ABEND-CONTEXT
084500             PERFORM 9950-ABEND-WORK-FILE
084575         END-IF
084650     END-IF
084725     EXIT.
085200
085275*****************************************************************
085350*  2350-ADD-LEDGER-ACCOUNT - THE LEDGER NAMES AN ACCOUNT NO
085425*  LONGER ON THE MASTER.  ITS HISTORY STILL COUNTS; IT STANDS
085500*  ALONE UNDER ITS OWN ID.  IT GOES ON THE WORK FILE AT ONCE,
085575*  SO THE CALLER REWRITES IT LIKE ANY OTHER.
085650*****************************************************************
085725 2350-ADD-LEDGER-ACCOUNT.
085800     PERFORM 7150-ADD-ACCOUNT
085875     MOVE "NOT ON MASTER" TO ACC-CLIENT-NAME
085950     PERFORM 7200-GROUP-ACCOUNT
086025     PERFORM 7160-WRITE-ACCOUNT
086100     ADD 1 TO WS-NOT-ON-MASTER
086175     EXIT.
086500
086600*****************************************************************
086700*  2360-ADD-CHARGE - WS-CHARGE-AMOUNT INTO THE CUSTOMER'S MONTH
086800*  UNDER ITS KIND.  A REVERSAL ARRIVES HERE NEGATIVE.
086900*****************************************************************
087000 2360-ADD-CHARGE.
087100     IF WS-CHG-KIND = "F"
087200         ADD WS-CHARGE-AMOUNT TO GRP-FEES     (WS-ROW-SLOT)
087300     ELSE
087400         IF WS-CHG-KIND = "O"
087500             ADD WS-CHARGE-AMOUNT TO GRP-OD-INT   (WS-ROW-SLOT)
087600         ELSE
087700             ADD WS-CHARGE-AMOUNT TO GRP-INT-PAID (WS-ROW-SLOT)
087800         END-IF
087900     END-IF
088300     EXIT.
088400
088500*****************************************************************
088600*  2500-SWEEP-LIVE-LEDGER - THE LIVE LEDGER COMES LAST; IT
088700*  HOLDS WHAT BANKARCH HAS NOT YET ROLLED OFF.  NO LEDGER AT
088800*  ALL IS FINE - THE WINDOW MAY BE WHOLLY ARCHIVED.
088900*****************************************************************
089000 2500-SWEEP-LIVE-LEDGER.
089100     OPEN INPUT TXN-FILE
089200     IF WS-TXN-FILE-STATUS = "00"
089300         PERFORM 2600-READ-LIVE-ROW
089400             UNTIL WS-TXN-EOF
089500         CLOSE TXN-FILE
089600     ELSE
089700         IF WS-TXN-FILE-STATUS NOT = "35"
089800             MOVE "OPEN INPUT TXN-FILE" TO WS-ABEND-CONTEXT
089900             PERFORM 9970-ABEND-TXN-FILE
090000         END-IF
090100     END-IF
090200     EXIT.
090300
090400 2600-READ-LIVE-ROW.
090500     READ TXN-FILE
090600         AT END
090700             MOVE "Y" TO WS-TXN-EOF-SW
090800         NOT AT END
090900             MOVE TXN-RECORD TO TXN-CSV-RECORD
091000             PERFORM 2300-APPLY-LEDGER-ROW
091100     END-READ
091200     EXIT.
091300
091400*****************************************************************
091500*  2700-SWEEP-NSF-HISTORY - THE NSF DECLINES AND FINAL RETURNS
091600*  BANKMAIN HAS APPENDED, EACH COUNTED FOR ITS CUSTOMER IN THE
091700*  MONTH OF THE BUSINESS DATE IT POSTED UNDER.  STATUS "35"
091800*  MEANS NO EVENT HAS EVER BEEN RECORDED - THE COUNTS ARE ZERO.
091900*****************************************************************
092000 2700-SWEEP-NSF-HISTORY.
092100     OPEN INPUT NSF-HIST-FILE
092200     IF WS-NSFH-FILE-STATUS = "00"
092300         MOVE "Y" TO WS-NSFH-FOUND-SW
092400         PERFORM 2710-READ-NSF-EVENT
092500             UNTIL WS-NSFH-EOF
092600         CLOSE NSF-HIST-FILE
092700     ELSE
092800         IF WS-NSFH-FILE-STATUS NOT = "35"
092900             MOVE "OPEN INPUT NSF-HIST-FILE" TO WS-ABEND-CONTEXT
093000             PERFORM 9980-ABEND-NSFH-FILE
093100         END-IF
093200     END-IF
093300     EXIT.
093400
093500 2710-READ-NSF-EVENT.
093600     READ NSF-HIST-FILE
093700         AT END
093800             MOVE "Y" TO WS-NSFH-EOF-SW
093900         NOT AT END
094000             MOVE NSF-HIST-RECORD TO NSF-CSV-RECORD
094075             MOVE NH-BUS-DATE TO WS-SLOT-DATE
094150             PERFORM 7000-SET-SLOT
094225             MOVE WS-SLOT TO WS-ROW-SLOT
094300             IF WS-ROW-SLOT > 0 AND WS-ROW-SLOT NOT > WS-LAST-SLOT
094375                 PERFORM 2720-COUNT-NSF-EVENT
094500             END-IF
094600     END-READ
094700     EXIT.
094800
094875 2720-COUNT-NSF-EVENT.
094950     MOVE NH-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
095025     PERFORM 7100-FIND-ACCOUNT
095100     IF NOT WS-ACCT-FOUND
095175         PERFORM 2350-ADD-LEDGER-ACCOUNT
095250     END-IF
095325     PERFORM 7210-GET-GROUP
095400     ADD 1 TO WS-NSF-EVENTS
095475     IF NH-EVENT-DECLINE
095550         ADD 1 TO GRP-NSF-COUNT    (WS-ROW-SLOT)
095625     ELSE
095700         ADD 1 TO GRP-RETURN-COUNT (WS-ROW-SLOT)
095775     END-IF
095850     PERFORM 7220-REWRITE-GROUP
095925     EXIT.
096300
096375*****************************************************************
096450*  3000-ROLL-UP-CUSTOMERS - EACH ACCOUNT'S MONTH-END BALANCES
096525*  INTO ITS CUSTOMER'S, IN ONE PASS OF THE ACCOUNT WORK FILE,
096600*  THEN EACH CUSTOMER'S MONTHS INTO ITS NET CONTRIBUTION AND
096675*  YEAR-TO-DATE FIGURES, IN ONE PASS OF THE GROUP WORK FILE.
096750*  THE SECOND PASS ALSO SETS EACH GROUP'S RANKING KEY.
096825*****************************************************************
096900 3000-ROLL-UP-CUSTOMERS.
096975     MOVE "N" TO WS-WORK-EOF-SW
097050     MOVE LOW-VALUES TO ACC-ACCOUNT-ID
097125     START ACCT-WORK-FILE
097200         KEY IS NOT LESS THAN ACC-ACCOUNT-ID
097275         INVALID KEY
097350             MOVE "Y" TO WS-WORK-EOF-SW
097425     END-START
097500     IF WS-WORK-FILE-STATUS NOT = "00"
097575        AND WS-WORK-FILE-STATUS NOT = "23"
097650         MOVE "START ACCT-WORK-FILE" TO WS-ABEND-CONTEXT
097725         PERFORM 9950-ABEND-WORK-FILE
097800     END-IF
097875     PERFORM 3010-NEXT-ACCOUNT
097950         UNTIL WS-WORK-EOF
098025     MOVE "N" TO WS-WORK-EOF-SW
098100     MOVE LOW-VALUES TO GRP-ID
098175     START GRP-WORK-FILE
098250         KEY IS NOT LESS THAN GRP-ID
098325         INVALID KEY
098400             MOVE "Y" TO WS-WORK-EOF-SW
098475     END-START
098550     IF WS-WORK-FILE-STATUS NOT = "00"
098625        AND WS-WORK-FILE-STATUS NOT = "23"
098700         MOVE "START GRP-WORK-FILE" TO WS-ABEND-CONTEXT
098775         PERFORM 9950-ABEND-WORK-FILE
098850     END-IF
098925     PERFORM 3020-NEXT-CUSTOMER
099000         UNTIL WS-WORK-EOF
099075     EXIT.
099150
099225 3010-NEXT-ACCOUNT.
099300     READ ACCT-WORK-FILE NEXT RECORD
099375         AT END
099450             MOVE "Y" TO WS-WORK-EOF-SW
099525         NOT AT END
099600             PERFORM 3100-ACCOUNT-MONTH-ENDS
099675     END-READ
099750     IF WS-WORK-FILE-STATUS NOT = "00"
099825        AND WS-WORK-FILE-STATUS NOT = "10"
099900         MOVE "READ ACCT-WORK-FILE NEXT" TO WS-ABEND-CONTEXT
099975         PERFORM 9950-ABEND-WORK-FILE
100050     END-IF
100125     EXIT.
100200
100275 3020-NEXT-CUSTOMER.
100350     READ GRP-WORK-FILE NEXT RECORD
100425         AT END
100500             MOVE "Y" TO WS-WORK-EOF-SW
100575         NOT AT END
100650             PERFORM 3200-CUSTOMER-TOTALS
100725     END-READ
100800     IF WS-WORK-FILE-STATUS NOT = "00"
100875        AND WS-WORK-FILE-STATUS NOT = "10"
100950         MOVE "READ GRP-WORK-FILE NEXT" TO WS-ABEND-CONTEXT
101025         PERFORM 9950-ABEND-WORK-FILE
101100     END-IF
101175     EXIT.
101250
101325*****************************************************************
101400*  3100-ACCOUNT-MONTH-ENDS - A MONTH WITH A ROW ENDS ON THAT
101475*  ROW'S BALANCE; A MONTH WITHOUT ONE ENDS WHERE THE MONTH
101550*  BEFORE ENDED.  THE FIRST MONTH STARTS FROM THE LAST ROW
101625*  BEFORE THE WINDOW, OR FAILING THAT THE BALANCE BEFORE THE
101700*  FIRST ROW IN IT, OR FAILING BOTH (NOTHING EVER POSTED) THE
101775*  OPENING BALANCE ON THE MASTER.
101850*****************************************************************
101925 3100-ACCOUNT-MONTH-ENDS.
102000     IF ACC-PRE-DATE NOT = SPACES
102075         MOVE ACC-PRE-BALANCE   TO WS-RUN-BALANCE
102150     ELSE
102225         IF ACC-FIRST-DATE NOT = SPACES
102300             MOVE ACC-FIRST-BALANCE TO WS-RUN-BALANCE
102375         ELSE
102450             MOVE ACC-OPEN-BALANCE  TO WS-RUN-BALANCE
102525         END-IF
102600     END-IF
102675     PERFORM 7210-GET-GROUP
102750     PERFORM VARYING WS-SLOT FROM 1 BY 1
102825             UNTIL WS-SLOT > WS-LAST-SLOT
102900         IF ACC-MONTH-DATE (WS-SLOT) NOT = SPACES
102975             MOVE ACC-MONTH-BALANCE (WS-SLOT) TO WS-RUN-BALANCE
103050         END-IF
103125         ADD WS-RUN-BALANCE TO GRP-ME-BALANCE (WS-SLOT)
103200     END-PERFORM
103275     PERFORM 7220-REWRITE-GROUP
103350     EXIT.
103425
103500*****************************************************************
103575*  3200-CUSTOMER-TOTALS - NET CONTRIBUTION PER MONTH (FEES PLUS
103650*  OVERDRAFT INTEREST LESS INTEREST PAID), THE YEAR TO DATE
103725*  AND THE SAME MONTHS OF THE PRIOR YEAR, AND THE AVERAGE OF
103800*  THE YEAR'S MONTH-END BALANCES.  GRP-RANK-NET IS THE
103875*  YEAR-TO-DATE NET TAKEN FROM 100,000,000,000.00, SO THE
103950*  HIGHEST CONTRIBUTION HAS THE LOWEST RANKING KEY.
104025*****************************************************************
104100 3200-CUSTOMER-TOTALS.
104175     PERFORM VARYING WS-SLOT FROM 1 BY 1
104250             UNTIL WS-SLOT > WS-LAST-SLOT
104325         COMPUTE GRP-NET (WS-SLOT) =
104400             GRP-FEES     (WS-SLOT)
104475           + GRP-OD-INT   (WS-SLOT)
104550           - GRP-INT-PAID (WS-SLOT)
104625         IF WS-SLOT NOT > WS-RPT-MM
104700             ADD GRP-NET (WS-SLOT) TO GRP-PY-YTD-NET
104775         END-IF
104850         IF WS-SLOT > 12
104925             PERFORM 3210-ADD-YTD-MONTH
105000         END-IF
105075     END-PERFORM
105150     COMPUTE GRP-AVG-BALANCE ROUNDED =
105225         GRP-AVG-BALANCE / WS-RPT-MM
105300     COMPUTE GRP-RANK-NET = 100000000000 - GRP-YTD-NET
105375     PERFORM 7220-REWRITE-GROUP
105450     EXIT.
105525
105600*****************************************************************
105675*  3210-ADD-YTD-MONTH - ONE MONTH OF THE REPORT YEAR INTO THE
105750*  YEAR-TO-DATE FIGURES.  GRP-AVG-BALANCE HOLDS THE SUM OF THE
105825*  MONTH-END BALANCES UNTIL 3200 DIVIDES IT.
105900*****************************************************************
105975 3210-ADD-YTD-MONTH.
106050     ADD GRP-INT-PAID (WS-SLOT)     TO GRP-YTD-INT-PAID
106125     ADD GRP-FEES (WS-SLOT)         TO GRP-YTD-FEES
106200     ADD GRP-OD-INT (WS-SLOT)       TO GRP-YTD-OD-INT
106275     ADD GRP-NET (WS-SLOT)          TO GRP-YTD-NET
106350     ADD GRP-NSF-COUNT (WS-SLOT)    TO GRP-YTD-NSF
106425     ADD GRP-RETURN-COUNT (WS-SLOT) TO GRP-YTD-RETURNS
106500     ADD GRP-ME-BALANCE (WS-SLOT)   TO GRP-AVG-BALANCE
106575     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
106650             UNTIL WS-TYPE-SUB > 6
106725         ADD GRP-TYPE-COUNT (WS-SLOT, WS-TYPE-SUB)
106800             TO GRP-YTD-TYPE (WS-TYPE-SUB)
106875     END-PERFORM
106950     PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
107025             UNTIL WS-SOURCE-SUB > 3
107100         ADD GRP-SOURCE-COUNT (WS-SLOT, WS-SOURCE-SUB)
107175             TO GRP-YTD-SOURCE (WS-SOURCE-SUB)
107250     END-PERFORM
107325     EXIT.
107400
107475*****************************************************************
107550*  5000-WRITE-OUTPUTS - THE RANKING REPORT AND THE EXTRACT, ONE
107625*  PASS OF THE GROUP WORK FILE BY ITS RANKING KEY, THEN THE
107700*  BANK'S TOTALS.
107775*****************************************************************
107850 5000-WRITE-OUTPUTS.
107925     OPEN OUTPUT REPORT-FILE
108000     IF WS-RPT-FILE-STATUS NOT = "00"
108075         MOVE "OPEN OUTPUT REPORT-FILE" TO WS-ABEND-CONTEXT
108150         PERFORM 9900-ABEND-REPORT-FILE
108225     END-IF
108300     OPEN OUTPUT EXTRACT-FILE
108375     IF WS-CSV-FILE-STATUS NOT = "00"
108450         MOVE "OPEN OUTPUT EXTRACT-FILE" TO WS-ABEND-CONTEXT
108525         PERFORM 9905-ABEND-EXTRACT-FILE
108600     END-IF
108675     PERFORM 5050-WRITE-HEADINGS
108750     MOVE 0 TO WS-RANK-SUB
108825     MOVE "N" TO WS-WORK-EOF-SW
108900     MOVE LOW-VALUES TO GRP-RANK-KEY
108975     START GRP-WORK-FILE
109050         KEY IS NOT LESS THAN GRP-RANK-KEY
109125         INVALID KEY
109200             MOVE "Y" TO WS-WORK-EOF-SW
109275     END-START
109350     IF WS-WORK-FILE-STATUS NOT = "00"
109425        AND WS-WORK-FILE-STATUS NOT = "23"
109500         MOVE "START GRP-WORK-FILE (RANK)" TO WS-ABEND-CONTEXT
109575         PERFORM 9950-ABEND-WORK-FILE
109650     END-IF
109725     PERFORM 5010-NEXT-RANKED
109800         UNTIL WS-WORK-EOF
109875     PERFORM 5400-WRITE-BANK-TOTALS
113000     CLOSE EXTRACT-FILE
113100     IF WS-CSV-FILE-STATUS NOT = "00"
113200         MOVE "CLOSE EXTRACT-FILE" TO WS-ABEND-CONTEXT
113300         PERFORM 9905-ABEND-EXTRACT-FILE
113400     END-IF
113500     EXIT.
113505
113510 5010-NEXT-RANKED.
113515     READ GRP-WORK-FILE NEXT RECORD
113520         AT END
113525             MOVE "Y" TO WS-WORK-EOF-SW
113530         NOT AT END
113535             ADD 1 TO WS-RANK-SUB
113540             PERFORM 5100-REPORT-CUSTOMER
113545             PERFORM 5200-EXTRACT-CUSTOMER
113550             PERFORM 5300-ADD-BANK-TOTALS
113555     END-READ
113560     IF WS-WORK-FILE-STATUS NOT = "00"
113565        AND WS-WORK-FILE-STATUS NOT = "10"
113570         MOVE "READ GRP-WORK-FILE NEXT" TO WS-ABEND-CONTEXT
113575         PERFORM 9950-ABEND-WORK-FILE
113580     END-IF
113585     EXIT.
113600
113700 5050-WRITE-HEADINGS.
113800     MOVE SPACES TO WS-RPT-LINE
113900     STRING "CUSTOMER PROFITABILITY AND RELATIONSHIP REPORT FOR "
114000                           DELIMITED BY SIZE
114100            WS-RQ-MONTH    DELIMITED BY SIZE
114200         INTO WS-RPT-LINE
114300     END-STRING
114400     PERFORM 8000-WRITE-REPORT-LINE
114500     MOVE "==================================================="
114600         TO WS-RPT-LINE
114700     PERFORM 8000-WRITE-REPORT-LINE
114800     PERFORM 8000-WRITE-REPORT-LINE
114900     MOVE "Ranked by year-to-date net contribution: service fees"
115000         TO WS-RPT-LINE
115100     PERFORM 8000-WRITE-REPORT-LINE
115200     MOVE "plus overdraft interest charged, less interest paid."
115300         TO WS-RPT-LINE
115400     PERFORM 8000-WRITE-REPORT-LINE
115500     MOVE "PRIOR MONTH and MOM CHANGE set the month against the"
115600         TO WS-RPT-LINE
115700     PERFORM 8000-WRITE-REPORT-LINE
115800     MOVE "month before; PRIOR YTD is the same months last year."
115900         TO WS-RPT-LINE
116000     PERFORM 8000-WRITE-REPORT-LINE
116100     PERFORM 8000-WRITE-REPORT-LINE
116200     MOVE "  RANK CUSTOMER   NAME" TO WS-RPT-LINE
116300     MOVE "MONTH NET"   TO WS-RPT-LINE (44:9)
116400     MOVE "PRIOR MONTH" TO WS-RPT-LINE (54:11)
116500     MOVE "MOM CHANGE"  TO WS-RPT-LINE (67:10)
116600     MOVE "YTD NET"     TO WS-RPT-LINE (82:7)
116700     MOVE "PRIOR YTD"   TO WS-RPT-LINE (92:9)
116800     PERFORM 8000-WRITE-REPORT-LINE
116900     MOVE ALL "-" TO WS-RPT-LINE
117000     PERFORM 8000-WRITE-REPORT-LINE
117100     EXIT.
117200
117300*****************************************************************
117400*  5100-REPORT-CUSTOMER - ONE CUSTOMER'S BLOCK: THE RANKING
117500*  LINE, THEN THE MONTH AND YEAR-TO-DATE DETAIL, BALANCES AND
117600*  POSTINGS.
117700*****************************************************************
117800 5100-REPORT-CUSTOMER.
117900     COMPUTE WS-MOM-CHANGE =
118000         GRP-NET (WS-LAST-SLOT)
118100       - GRP-NET (WS-PRIOR-SLOT)
118200     COMPUTE WS-YTD-CHANGE =
118300         GRP-YTD-NET
118400       - GRP-PY-YTD-NET
118500     MOVE WS-RANK-SUB TO WS-R-RANK
118600     MOVE GRP-NET (WS-LAST-SLOT)
118700         TO WS-R-AMOUNT
118800     MOVE GRP-NET (WS-PRIOR-SLOT)
118900         TO WS-R-AMOUNT-2
119000     MOVE WS-MOM-CHANGE TO WS-R-AMOUNT-3
119100     MOVE GRP-YTD-NET    TO WS-R-AMOUNT-4
119200     MOVE GRP-PY-YTD-NET TO WS-R-AMOUNT-5
119300     MOVE SPACES TO WS-RPT-LINE
119400     STRING WS-R-RANK                        DELIMITED BY SIZE
119500            " "                              DELIMITED BY SIZE
119600            GRP-KEY                          DELIMITED BY SIZE
119700            " "                              DELIMITED BY SIZE
119850            GRP-NAME (1:22)                  DELIMITED BY SIZE
120000            " "                              DELIMITED BY SIZE
120100            WS-R-AMOUNT                      DELIMITED BY SIZE
120200            " "                              DELIMITED BY SIZE
120300            WS-R-AMOUNT-2                    DELIMITED BY SIZE
120400            " "                              DELIMITED BY SIZE
120500            WS-R-AMOUNT-3                    DELIMITED BY SIZE
120600            " "                              DELIMITED BY SIZE
120700            WS-R-AMOUNT-4                    DELIMITED BY SIZE
120800            " "                              DELIMITED BY SIZE
120900            WS-R-AMOUNT-5                    DELIMITED BY SIZE
121000         INTO WS-RPT-LINE
121100     END-STRING
121200     PERFORM 8000-WRITE-REPORT-LINE
121300     IF NOT GRP-LINKED
121400         MOVE "        ACCOUNT NOT LINKED TO A CUSTOMER"
121500             TO WS-RPT-LINE
121600         PERFORM 8000-WRITE-REPORT-LINE
121700     END-IF
121800     MOVE "THIS MONTH" TO WS-R-LABEL
121900     MOVE GRP-INT-PAID (WS-LAST-SLOT)
122000         TO WS-R-AMOUNT
122100     MOVE GRP-FEES (WS-LAST-SLOT)
122200         TO WS-R-AMOUNT-2
122300     MOVE GRP-OD-INT (WS-LAST-SLOT)
122400         TO WS-R-AMOUNT-3
122500     MOVE GRP-NSF-COUNT (WS-LAST-SLOT)
122600         TO WS-R-CNT-1
122700     MOVE GRP-RETURN-COUNT (WS-LAST-SLOT)
122800         TO WS-R-CNT-2
122900     PERFORM 5110-WRITE-CHARGES-LINE
123000     MOVE "YEAR TO DATE" TO WS-R-LABEL
123100     MOVE GRP-YTD-INT-PAID TO WS-R-AMOUNT
123200     MOVE GRP-YTD-FEES     TO WS-R-AMOUNT-2
123300     MOVE GRP-YTD-OD-INT   TO WS-R-AMOUNT-3
123400     MOVE GRP-YTD-NSF      TO WS-R-CNT-1
123500     MOVE GRP-YTD-RETURNS  TO WS-R-CNT-2
123600     PERFORM 5110-WRITE-CHARGES-LINE
123700     MOVE GRP-ME-BALANCE (WS-LAST-SLOT)
123800         TO WS-R-AMOUNT
123900     MOVE GRP-ME-BALANCE (WS-PRIOR-SLOT)
124000         TO WS-R-AMOUNT-2
124100     MOVE GRP-AVG-BALANCE TO WS-R-AMOUNT-3
124200     MOVE GRP-ACCOUNTS    TO WS-R-CNT-1
124300     MOVE SPACES TO WS-RPT-LINE
124400     STRING "      BALANCES     MONTH-END " DELIMITED BY SIZE
124500            WS-R-AMOUNT                    DELIMITED BY SIZE
124600            "  PRIOR "                     DELIMITED BY SIZE
124700            WS-R-AMOUNT-2                  DELIMITED BY SIZE
124800            "  YTD AVERAGE "               DELIMITED BY SIZE
124900            WS-R-AMOUNT-3                  DELIMITED BY SIZE
125000            "  ACCOUNTS"                   DELIMITED BY SIZE
125100            WS-R-CNT-1                     DELIMITED BY SIZE
125200         INTO WS-RPT-LINE
125300     END-STRING
125400     PERFORM 8000-WRITE-REPORT-LINE
125500     MOVE "THIS MONTH" TO WS-R-LABEL
125600     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 1)
125700         TO WS-R-CNT-1
125800     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 2)
125900         TO WS-R-CNT-2
126000     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 3)
126100         TO WS-R-CNT-3
126200     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 4)
126300         TO WS-R-CNT-4
126400     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 5)
126500         TO WS-R-CNT-5
126600     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 6)
126700         TO WS-R-CNT-6
126800     MOVE GRP-SOURCE-COUNT (WS-LAST-SLOT, 1)
126900         TO WS-R-CNT-7
127000     MOVE GRP-SOURCE-COUNT (WS-LAST-SLOT, 2)
127100         TO WS-R-CNT-8
127200     MOVE GRP-SOURCE-COUNT (WS-LAST-SLOT, 3)
127300         TO WS-R-CNT-9
127400     PERFORM 5120-WRITE-POSTINGS-LINE
127500     MOVE "YEAR TO DATE" TO WS-R-LABEL
127600     MOVE GRP-YTD-TYPE (1)   TO WS-R-CNT-1
127700     MOVE GRP-YTD-TYPE (2)   TO WS-R-CNT-2
127800     MOVE GRP-YTD-TYPE (3)   TO WS-R-CNT-3
127900     MOVE GRP-YTD-TYPE (4)   TO WS-R-CNT-4
128000     MOVE GRP-YTD-TYPE (5)   TO WS-R-CNT-5
128100     MOVE GRP-YTD-TYPE (6)   TO WS-R-CNT-6
128200     MOVE GRP-YTD-SOURCE (1) TO WS-R-CNT-7
128300     MOVE GRP-YTD-SOURCE (2) TO WS-R-CNT-8
128400     MOVE GRP-YTD-SOURCE (3) TO WS-R-CNT-9
128500     PERFORM 5120-WRITE-POSTINGS-LINE
128600     PERFORM 8000-WRITE-REPORT-LINE
128700     EXIT.
128800
128900 5110-WRITE-CHARGES-LINE.
129000     MOVE SPACES TO WS-RPT-LINE
129100     STRING "      "             DELIMITED BY SIZE
129200            WS-R-LABEL           DELIMITED BY SIZE
129300            " INT PAID"          DELIMITED BY SIZE
129400            WS-R-AMOUNT          DELIMITED BY SIZE
129500            "  FEES"             DELIMITED BY SIZE
129600            WS-R-AMOUNT-2        DELIMITED BY SIZE
129700            "  OD INT"           DELIMITED BY SIZE
129800            WS-R-AMOUNT-3        DELIMITED BY SIZE
129900            "  NSF"              DELIMITED BY SIZE
130000            WS-R-CNT-1           DELIMITED BY SIZE
130100            "  RETURNS"          DELIMITED BY SIZE
130200            WS-R-CNT-2           DELIMITED BY SIZE
130300         INTO WS-RPT-LINE
130400     END-STRING
130500     PERFORM 8000-WRITE-REPORT-LINE
130600     EXIT.
130700
130800 5120-WRITE-POSTINGS-LINE.
130900     MOVE SPACES TO WS-RPT-LINE
131000     STRING "      "             DELIMITED BY SIZE
131100            WS-R-LABEL           DELIMITED BY SIZE
131200            " DEP"               DELIMITED BY SIZE
131300            WS-R-CNT-1           DELIMITED BY SIZE
131400            " WDL"               DELIMITED BY SIZE
131500            WS-R-CNT-2           DELIMITED BY SIZE
131600            " PUR"               DELIMITED BY SIZE
131700            WS-R-CNT-3           DELIMITED BY SIZE
131800            " XFR"               DELIMITED BY SIZE
131900            WS-R-CNT-4           DELIMITED BY SIZE
132000            " REV"               DELIMITED BY SIZE
132100            WS-R-CNT-5           DELIMITED BY SIZE
132200            " OTH"               DELIMITED BY SIZE
132300            WS-R-CNT-6           DELIMITED BY SIZE
132400            "   SRC B"           DELIMITED BY SIZE
132500            WS-R-CNT-7           DELIMITED BY SIZE
132600            " S"                 DELIMITED BY SIZE
132700            WS-R-CNT-8           DELIMITED BY SIZE
132800            " R"                 DELIMITED BY SIZE
132900            WS-R-CNT-9           DELIMITED BY SIZE
133000         INTO WS-RPT-LINE
133100     END-STRING
133200     PERFORM 8000-WRITE-REPORT-LINE
133300     EXIT.
133400
133500*****************************************************************
133600*  5200-EXTRACT-CUSTOMER - THE SAME CUSTOMER AS ONE EXTRACT
133700*  LINE.  THE WORK FIELDS 5100 SET FOR THE MONTH-ON-MONTH AND
133800*  YEAR-ON-YEAR CHANGES ARE REUSED.
133900*****************************************************************
134000 5200-EXTRACT-CUSTOMER.
134100     MOVE WS-RQ-MONTH TO PF-REPORT-MONTH
134200     MOVE WS-RANK-SUB TO PF-RANK
134300     IF GRP-LINKED
134400         MOVE GRP-KEY TO PF-CUSTOMER-ID
134500         MOVE SPACES                     TO PF-ACCOUNT-ID
134600     ELSE
134700         MOVE SPACES                     TO PF-CUSTOMER-ID
134800         MOVE GRP-KEY TO PF-ACCOUNT-ID
134900     END-IF
135000     MOVE GRP-NAME     TO PF-CUSTOMER-NAME
135100     MOVE GRP-ACCOUNTS TO PF-ACCOUNTS
135200     MOVE GRP-INT-PAID (WS-LAST-SLOT)
135300         TO PF-INT-PAID
135400     MOVE GRP-FEES (WS-LAST-SLOT)
135500         TO PF-FEES
135600     MOVE GRP-OD-INT (WS-LAST-SLOT)
135700         TO PF-OD-INTEREST
135800     MOVE GRP-NET (WS-LAST-SLOT)
135900         TO PF-NET
136000     MOVE GRP-NSF-COUNT (WS-LAST-SLOT)
136100         TO PF-NSF-DECLINES
136200     MOVE GRP-RETURN-COUNT (WS-LAST-SLOT)
136300         TO PF-FINAL-RETURNS
136400     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 1)
136500         TO PF-DEPOSITS
136600     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 2)
136700         TO PF-WITHDRAWALS
136800     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 3)
136900         TO PF-PURCHASES
137000     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 4)
137100         TO PF-TRANSFERS
137200     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 5)
137300         TO PF-REVERSALS
137400     MOVE GRP-TYPE-COUNT (WS-LAST-SLOT, 6)
137500         TO PF-OTHER-TXNS
137600     MOVE GRP-SOURCE-COUNT (WS-LAST-SLOT, 1)
137700         TO PF-SRC-BATCH
137800     MOVE GRP-SOURCE-COUNT (WS-LAST-SLOT, 2)
137900         TO PF-SRC-STANDING
138000     MOVE GRP-SOURCE-COUNT (WS-LAST-SLOT, 3)
138100         TO PF-SRC-REPRESENT
138200     MOVE GRP-ME-BALANCE (WS-LAST-SLOT)
138300         TO PF-ME-BALANCE
138400     MOVE GRP-NET (WS-PRIOR-SLOT)
138500         TO PF-PRIOR-NET
138600     MOVE GRP-ME-BALANCE (WS-PRIOR-SLOT)
138700         TO PF-PRIOR-ME-BALANCE
138800     MOVE WS-MOM-CHANGE TO PF-MOM-CHANGE
138900     MOVE GRP-YTD-INT-PAID TO PF-YTD-INT-PAID
139000     MOVE GRP-YTD-FEES     TO PF-YTD-FEES
139100     MOVE GRP-YTD-OD-INT
139200         TO PF-YTD-OD-INTEREST
139300     MOVE GRP-YTD-NET      TO PF-YTD-NET
139400     MOVE GRP-YTD-NSF
139500         TO PF-YTD-NSF-DECLINES
139600     MOVE GRP-YTD-RETURNS
139700         TO PF-YTD-FINAL-RETURNS
139800     MOVE GRP-YTD-TYPE (1) TO PF-YTD-DEPOSITS
139900     MOVE GRP-YTD-TYPE (2)
140000         TO PF-YTD-WITHDRAWALS
140100     MOVE GRP-YTD-TYPE (3) TO PF-YTD-PURCHASES
140200     MOVE GRP-YTD-TYPE (4) TO PF-YTD-TRANSFERS
140300     MOVE GRP-YTD-TYPE (5) TO PF-YTD-REVERSALS
140400     MOVE GRP-YTD-TYPE (6) TO PF-YTD-OTHER-TXNS
140500     MOVE GRP-YTD-SOURCE (1)
140600         TO PF-YTD-SRC-BATCH
140700     MOVE GRP-YTD-SOURCE (2)
140800         TO PF-YTD-SRC-STANDING
140900     MOVE GRP-YTD-SOURCE (3)
141000         TO PF-YTD-SRC-REPRESENT
141100     MOVE GRP-AVG-BALANCE TO PF-AVG-BALANCE
141200     MOVE GRP-PY-YTD-NET  TO PF-PY-YTD-NET
141300     MOVE WS-YTD-CHANGE TO PF-YTD-CHANGE
141400     MOVE PRF-CSV-RECORD TO EXTRACT-RECORD
141500     WRITE EXTRACT-RECORD
141600     IF WS-CSV-FILE-STATUS NOT = "00"
141700         MOVE "WRITE EXTRACT-RECORD" TO WS-ABEND-CONTEXT
141800         PERFORM 9905-ABEND-EXTRACT-FILE
141900     END-IF
142000     EXIT.
142100
142200 5300-ADD-BANK-TOTALS.
142300     ADD GRP-INT-PAID (WS-LAST-SLOT)
142400         TO WS-TOT-INT-PAID
142500     ADD GRP-FEES (WS-LAST-SLOT)
142600         TO WS-TOT-FEES
142700     ADD GRP-OD-INT (WS-LAST-SLOT)
142800         TO WS-TOT-OD-INT
142900     ADD GRP-NET (WS-LAST-SLOT)
143000         TO WS-TOT-NET
143100     ADD GRP-NSF-COUNT (WS-LAST-SLOT)
143200         TO WS-TOT-NSF
143300     ADD GRP-RETURN-COUNT (WS-LAST-SLOT)
143400         TO WS-TOT-RETURNS
143500     ADD GRP-YTD-INT-PAID
143600         TO WS-TOT-YTD-INT-PAID
143700     ADD GRP-YTD-FEES TO WS-TOT-YTD-FEES
143800     ADD GRP-YTD-OD-INT TO WS-TOT-YTD-OD-INT
143900     ADD GRP-YTD-NET TO WS-TOT-YTD-NET
144000     ADD GRP-YTD-NSF TO WS-TOT-YTD-NSF
144100     ADD GRP-YTD-RETURNS
144200         TO WS-TOT-YTD-RETURNS
144300     IF NOT GRP-LINKED
144400         ADD 1 TO WS-UNLINKED-COUNT
144500     END-IF
144600     EXIT.
144700
144800*****************************************************************
144900*  5400-WRITE-BANK-TOTALS - THE WHOLE BOOK FOR THE MONTH AND
145000*  THE YEAR TO DATE, AND THE RUN COUNTS, AT THE FOOT OF THE
145100*  REPORT.
145200*****************************************************************
145300 5400-WRITE-BANK-TOTALS.
145400     MOVE "BANK TOTALS                THIS MONTH  YEAR TO DATE"
145500         TO WS-RPT-LINE
145600     PERFORM 8000-WRITE-REPORT-LINE
145700     MOVE "Interest paid" TO WS-RPT-LINE
145800     MOVE WS-TOT-INT-PAID     TO WS-R-TOTAL
145900     MOVE WS-R-TOTAL TO WS-RPT-LINE (27:14)
146000     MOVE WS-TOT-YTD-INT-PAID TO WS-R-TOTAL
146100     MOVE WS-R-TOTAL TO WS-RPT-LINE (42:14)
146200     PERFORM 8000-WRITE-REPORT-LINE
146300     MOVE "Service fees" TO WS-RPT-LINE
146400     MOVE WS-TOT-FEES         TO WS-R-TOTAL
146500     MOVE WS-R-TOTAL TO WS-RPT-LINE (27:14)
146600     MOVE WS-TOT-YTD-FEES     TO WS-R-TOTAL
146700     MOVE WS-R-TOTAL TO WS-RPT-LINE (42:14)
146800     PERFORM 8000-WRITE-REPORT-LINE
146900     MOVE "Overdraft interest" TO WS-RPT-LINE
147000     MOVE WS-TOT-OD-INT       TO WS-R-TOTAL
147100     MOVE WS-R-TOTAL TO WS-RPT-LINE (27:14)
147200     MOVE WS-TOT-YTD-OD-INT   TO WS-R-TOTAL
147300     MOVE WS-R-TOTAL TO WS-RPT-LINE (42:14)
147400     PERFORM 8000-WRITE-REPORT-LINE
147500     MOVE "Net contribution" TO WS-RPT-LINE
147600     MOVE WS-TOT-NET          TO WS-R-TOTAL
147700     MOVE WS-R-TOTAL TO WS-RPT-LINE (27:14)
147800     MOVE WS-TOT-YTD-NET      TO WS-R-TOTAL
147900     MOVE WS-R-TOTAL TO WS-RPT-LINE (42:14)
148000     PERFORM 8000-WRITE-REPORT-LINE
148100     MOVE "NSF declines" TO WS-RPT-LINE
148200     MOVE WS-TOT-NSF          TO WS-R-COUNT
148300     MOVE WS-R-COUNT TO WS-RPT-LINE (35:6)
148400     MOVE WS-TOT-YTD-NSF      TO WS-R-COUNT
148500     MOVE WS-R-COUNT TO WS-RPT-LINE (50:6)
148600     PERFORM 8000-WRITE-REPORT-LINE
148700     MOVE "Final returns" TO WS-RPT-LINE
148800     MOVE WS-TOT-RETURNS      TO WS-R-COUNT
148900     MOVE WS-R-COUNT TO WS-RPT-LINE (35:6)
149000     MOVE WS-TOT-YTD-RETURNS  TO WS-R-COUNT
149100     MOVE WS-R-COUNT TO WS-RPT-LINE (50:6)
149200     PERFORM 8000-WRITE-REPORT-LINE
149300     PERFORM 8000-WRITE-REPORT-LINE
149400     MOVE "Customers ranked" TO WS-RPT-LINE
149500     MOVE WS-GRP-COUNT TO WS-R-COUNT
149600     PERFORM 8100-WRITE-COUNT-LINE
149700     MOVE "Accounts rolled up" TO WS-RPT-LINE
149800     MOVE WS-ACCT-COUNT TO WS-R-COUNT
149900     PERFORM 8100-WRITE-COUNT-LINE
150000     MOVE "Accounts not linked" TO WS-RPT-LINE
150100     MOVE WS-UNLINKED-COUNT TO WS-R-COUNT
150200     PERFORM 8100-WRITE-COUNT-LINE
150300     MOVE "Accounts not on master" TO WS-RPT-LINE
150400     MOVE WS-NOT-ON-MASTER TO WS-R-COUNT
150500     PERFORM 8100-WRITE-COUNT-LINE
150600     MOVE "Reversals netted out" TO WS-RPT-LINE
150700     MOVE WS-REVERSED-COUNT TO WS-R-COUNT
150800     PERFORM 8100-WRITE-COUNT-LINE
150900     IF NOT WS-NSFH-FOUND
151000         MOVE "No NSF history on file - NSF and return counts are"
151100             TO WS-RPT-LINE
151200         PERFORM 8000-WRITE-REPORT-LINE
151300         MOVE "zero." TO WS-RPT-LINE
151400         PERFORM 8000-WRITE-REPORT-LINE
151500     END-IF
151600     CLOSE REPORT-FILE
151700     IF WS-RPT-FILE-STATUS NOT = "00"
151800         MOVE "CLOSE REPORT-FILE" TO WS-ABEND-CONTEXT
151900         PERFORM 9900-ABEND-REPORT-FILE
152000     END-IF
152100     EXIT.
152200
152300*****************************************************************
152400*  7000-SET-SLOT - THE MONTH SLOT OF WS-SLOT-DATE (YYYY-MM-DD)
152500*  IN WS-SLOT: 0 BEFORE JANUARY OF THE PRIOR YEAR, 99 AFTER THE
152600*  REPORT MONTH OR FOR A DATE THAT IS NOT A DATE.
152700*****************************************************************
152800 7000-SET-SLOT.
152900     IF WS-SLOT-DATE (1:4) NOT NUMERIC
153000        OR WS-SLOT-DATE (6:2) NOT NUMERIC
153100         MOVE 99 TO WS-SLOT
153200     ELSE
153300         MOVE WS-SLOT-DATE (1:4) TO WS-SLOT-YYYY
153400         MOVE WS-SLOT-DATE (6:2) TO WS-SLOT-MM
153500         IF WS-SLOT-YYYY < WS-PRIOR-YYYY
153600             MOVE 0 TO WS-SLOT
153700         ELSE
153800             IF WS-SLOT-YYYY = WS-PRIOR-YYYY
153900                 MOVE WS-SLOT-MM TO WS-SLOT
154000             ELSE
154100                 IF WS-SLOT-YYYY = WS-RPT-YYYY
154200                     COMPUTE WS-SLOT = 12 + WS-SLOT-MM
154300                 ELSE
154400                     MOVE 99 TO WS-SLOT
154500                 END-IF
154600             END-IF
154700         END-IF
154800         IF WS-SLOT > WS-LAST-SLOT
154900            OR (WS-SLOT-MM < 1 OR WS-SLOT-MM > 12)
155000             MOVE 99 TO WS-SLOT
155100         END-IF
155200     END-IF
155300     EXIT.
155400
155475*****************************************************************
155550*  7100-FIND-ACCOUNT - READ WS-LOOKUP-ACCOUNT-ID'S RECORD FROM
155625*  THE ACCOUNT WORK FILE.  WS-ACCT-FOUND-SW SAYS WHETHER IT WAS
155700*  THERE.
155775*****************************************************************
155850 7100-FIND-ACCOUNT.
155925     MOVE "N" TO WS-ACCT-FOUND-SW
156000     MOVE WS-LOOKUP-ACCOUNT-ID TO ACC-ACCOUNT-ID
156075     READ ACCT-WORK-FILE
156150         INVALID KEY
156225             CONTINUE
156300     END-READ
156375     IF WS-WORK-FILE-STATUS = "00"
156450         MOVE "Y" TO WS-ACCT-FOUND-SW
156525     ELSE
156600         IF WS-WORK-FILE-STATUS NOT = "23"
156675             MOVE "READ ACCT-WORK-FILE" TO WS-ABEND-CONTEXT
156750             PERFORM 9950-ABEND-WORK-FILE
156825         END-IF
156900     END-IF
156975     EXIT.
157050
157125*****************************************************************
157200*  7150-ADD-ACCOUNT - A CLEAR ACCOUNT WORK RECORD FOR
157275*  WS-LOOKUP-ACCOUNT-ID, WITH NO HISTORY YET.  THE CALLER FILLS
157350*  IN WHAT IT KNOWS OF THE ACCOUNT, GROUPS IT AND WRITES IT
157425*  WITH 7160-WRITE-ACCOUNT.
157500*****************************************************************
157575 7150-ADD-ACCOUNT.
157650     INITIALIZE ACCT-WORK-RECORD
157725     MOVE WS-LOOKUP-ACCOUNT-ID TO ACC-ACCOUNT-ID
157800     MOVE "N" TO ACC-ON-MASTER-SW
157875     ADD 1 TO WS-ACCT-COUNT
157950     EXIT.
158025
158100 7160-WRITE-ACCOUNT.
158175     WRITE ACCT-WORK-RECORD
158250     IF WS-WORK-FILE-STATUS NOT = "00"
158325         MOVE "WRITE ACCT-WORK-RECORD" TO WS-ABEND-CONTEXT
158400         PERFORM 9950-ABEND-WORK-FILE
158475     END-IF
158550     EXIT.
158625
158700 7170-REWRITE-ACCOUNT.
158775     REWRITE ACCT-WORK-RECORD
158850     IF WS-WORK-FILE-STATUS NOT = "00"
158925         MOVE "REWRITE ACCT-WORK-RECORD" TO WS-ABEND-CONTEXT
159000         PERFORM 9950-ABEND-WORK-FILE
159075     END-IF
159150     EXIT.
159225
159300*****************************************************************
159375*  7200-GROUP-ACCOUNT - PUT THE ACCOUNT IN ACCT-WORK-RECORD IN
159450*  ITS CUSTOMER'S GROUP, OPENING THE GROUP IF IT IS THE FIRST.
159525*  A LINKED GROUP IS NAMED FROM THE CUSTOMER MASTER, OR FROM
159600*  THE ACCOUNT WHEN THE CUSTOMER IS NOT ON IT; AN UNLINKED ONE
159675*  FROM THE ACCOUNT.
159750*****************************************************************
159825 7200-GROUP-ACCOUNT.
159900     IF ACC-CUSTOMER-ID NOT = SPACES
159975         MOVE "Y"             TO GRP-LINKED-SW
160050         MOVE ACC-CUSTOMER-ID TO GRP-KEY
160125     ELSE
160200         MOVE "N"             TO GRP-LINKED-SW
160275         MOVE ACC-ACCOUNT-ID  TO GRP-KEY
160350     END-IF
160425     MOVE GRP-ID TO ACC-GRP-ID
160500     READ GRP-WORK-FILE
160575         INVALID KEY
160650             CONTINUE
160725     END-READ
160800     IF WS-WORK-FILE-STATUS = "23"
160875         PERFORM 7250-ADD-GROUP
160950     ELSE
161025         IF WS-WORK-FILE-STATUS NOT = "00"
161100             MOVE "READ GRP-WORK-FILE" TO WS-ABEND-CONTEXT
161175             PERFORM 9950-ABEND-WORK-FILE
161250         END-IF
161325         ADD 1 TO GRP-ACCOUNTS
161400         PERFORM 7220-REWRITE-GROUP
161475     END-IF
161550     EXIT.
161625
161700*****************************************************************
161775*  7210-GET-GROUP - READ THE GROUP OF THE ACCOUNT IN
161850*  ACCT-WORK-RECORD.  EVERY ACCOUNT WAS GROUPED AS IT WENT ON
161925*  THE WORK FILE, SO A MISSING GROUP IS A WORK FILE FAILURE.
162000*****************************************************************
162075 7210-GET-GROUP.
162150     MOVE ACC-GRP-ID TO GRP-ID
162225     READ GRP-WORK-FILE
162300     IF WS-WORK-FILE-STATUS NOT = "00"
162375         MOVE "READ GRP-WORK-FILE" TO WS-ABEND-CONTEXT
162450         PERFORM 9950-ABEND-WORK-FILE
162525     END-IF
162600     EXIT.
162675
162750 7220-REWRITE-GROUP.
162825     REWRITE GRP-WORK-RECORD
162900     IF WS-WORK-FILE-STATUS NOT = "00"
162975         MOVE "REWRITE GRP-WORK-RECORD" TO WS-ABEND-CONTEXT
163050         PERFORM 9950-ABEND-WORK-FILE
163125     END-IF
163200     EXIT.
163275
163350 7250-ADD-GROUP.
163425     INITIALIZE GRP-WORK-RECORD
163500     MOVE ACC-GRP-ID TO GRP-ID
163575     ADD 1 TO WS-GRP-COUNT
163650     MOVE WS-GRP-COUNT    TO GRP-SEQ
163725     MOVE 1               TO GRP-ACCOUNTS
163800     MOVE ACC-CLIENT-NAME TO GRP-NAME
163875     IF GRP-LINKED
163950         MOVE GRP-KEY TO WS-LOOKUP-KEY
164025         PERFORM 7300-FIND-CUSTOMER
164100         IF WS-CUST-MATCH-IDX > 0
164175             MOVE CUS-CUSTOMER-NAME (WS-CUST-MATCH-IDX)
164250                 TO GRP-NAME
164325         END-IF
164400     END-IF
164475     WRITE GRP-WORK-RECORD
164550     IF WS-WORK-FILE-STATUS NOT = "00"
164625         MOVE "WRITE GRP-WORK-RECORD" TO WS-ABEND-CONTEXT
164700         PERFORM 9950-ABEND-WORK-FILE
164775     END-IF
164850     EXIT.
164925
165000 7300-FIND-CUSTOMER.
165075     MOVE 0 TO WS-CUST-MATCH-IDX
165150     PERFORM VARYING CUS-IDX FROM 1 BY 1
165225             UNTIL CUS-IDX > WS-CUST-COUNT
165300         IF CUS-CUSTOMER-ID (CUS-IDX) = WS-LOOKUP-KEY
165375             MOVE CUS-IDX       TO WS-CUST-MATCH-IDX
165450             MOVE WS-CUST-COUNT TO CUS-IDX
165525         END-IF
165600     END-PERFORM
165675     EXIT.
166200
166300 8000-WRITE-REPORT-LINE.
166400     MOVE WS-RPT-LINE TO REPORT-RECORD
166500     WRITE REPORT-RECORD
166600     IF WS-RPT-FILE-STATUS NOT = "00"
166700         MOVE "WRITE REPORT-RECORD" TO WS-ABEND-CONTEXT
166800         PERFORM 9900-ABEND-REPORT-FILE
166900     END-IF
167000     MOVE SPACES TO WS-RPT-LINE
167100     EXIT.
167200
167300 8100-WRITE-COUNT-LINE.
167400     MOVE WS-R-COUNT TO WS-RPT-LINE (35:6)
167500     PERFORM 8000-WRITE-REPORT-LINE
167600     EXIT.
167700
167750*****************************************************************
167800*  9000-TERMINATE - CLOSE THE WORK FILES, THEN COUNTS TO THE
167850*  CONSOLE AND THE END OF THE RUN ON THE LOG.  A CUSTOMER'S
167900*  ACCOUNT THAT IS NOT LINKED TO THEM (OR NO LONGER ON THE
167950*  MASTER) IS RANKED ON ITS OWN INSTEAD OF WITH THE REST OF THE
168000*  RELATIONSHIP, SO IT LEAVES A WARNING RETURN CODE FOR THE
168050*  LINK TO BE MADE.  A REJECTED REPORT MONTH ENDS WITH THE
168100*  RETURN CODE 8 SET BY 1070, AND NO WORK FILE WAS OPENED.
168150*****************************************************************
168200 9000-TERMINATE.
168250     IF NOT WS-RQ-BAD
168300         PERFORM 9050-CLOSE-WORK-FILES
168350     END-IF
168400     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
168800     MOVE SPACES TO WS-RUN-LOG-LINE
168900     IF WS-RQ-BAD
169000         STRING "BANKPROF,"         DELIMITED BY SIZE
169100                WS-RUN-ID           DELIMITED BY SIZE
169200                ",END,MONTH="       DELIMITED BY SIZE
169300                WS-RQ-MONTH         DELIMITED BY SIZE
169400                ",REJECTED,RC=08"   DELIMITED BY SIZE
169500                ",ENDED="           DELIMITED BY SIZE
169600                WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
169700             INTO WS-RUN-LOG-LINE
169800         END-STRING
169900     ELSE
170000         DISPLAY "Archive files read    : " WS-FILES-FOUND
170100         DISPLAY "Ledger rows read      : " WS-ROWS-READ
170200         DISPLAY "Postings counted      : " WS-ROWS-COUNTED
170300         DISPLAY "Reversals netted out  : " WS-REVERSED-COUNT
170400         DISPLAY "NSF history events    : " WS-NSF-EVENTS
170500         DISPLAY "Customers ranked      : " WS-GRP-COUNT
170600         DISPLAY "Accounts not linked   : " WS-UNLINKED-COUNT
170700         DISPLAY "Accounts not on master: " WS-NOT-ON-MASTER
170800         DISPLAY "Profitability report complete."
170900         IF WS-UNLINKED-COUNT > 0
171000             MOVE 4 TO RETURN-CODE
171100             STRING "BANKPROF,"         DELIMITED BY SIZE
171200                    WS-RUN-ID           DELIMITED BY SIZE
171300                    ",END,MONTH="       DELIMITED BY SIZE
171400                    WS-RQ-MONTH         DELIMITED BY SIZE
171500                    ",CUSTOMERS="       DELIMITED BY SIZE
171600                    WS-GRP-COUNT        DELIMITED BY SIZE
171700                    ",UNLINKED="        DELIMITED BY SIZE
171800                    WS-UNLINKED-COUNT   DELIMITED BY SIZE
171900                    ",RC=04"            DELIMITED BY SIZE
172000                    ",ENDED="           DELIMITED BY SIZE
172100                    WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
172200                 INTO WS-RUN-LOG-LINE
172300             END-STRING
172400         ELSE
172500             STRING "BANKPROF,"         DELIMITED BY SIZE
172600                    WS-RUN-ID           DELIMITED BY SIZE
172700                    ",END,MONTH="       DELIMITED BY SIZE
172800                    WS-RQ-MONTH         DELIMITED BY SIZE
172900                    ",CUSTOMERS="       DELIMITED BY SIZE
173000                    WS-GRP-COUNT        DELIMITED BY SIZE
173100                    ",UNLINKED="        DELIMITED BY SIZE
173200                    WS-UNLINKED-COUNT   DELIMITED BY SIZE
173300                    ",RC=00"            DELIMITED BY SIZE
173400                    ",ENDED="           DELIMITED BY SIZE
173500                    WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
173600                 INTO WS-RUN-LOG-LINE
173700             END-STRING
173800         END-IF
173900     END-IF
174000     PERFORM 9700-WRITE-RUN-LOG
174100     EXIT.
174105
174110 9050-CLOSE-WORK-FILES.
174115     CLOSE ACCT-WORK-FILE
174120     IF WS-WORK-FILE-STATUS NOT = "00"
174125         MOVE "CLOSE ACCT-WORK-FILE" TO WS-ABEND-CONTEXT
174130         PERFORM 9950-ABEND-WORK-FILE
174135     END-IF
174140     CLOSE GRP-WORK-FILE
174145     IF WS-WORK-FILE-STATUS NOT = "00"
174150         MOVE "CLOSE GRP-WORK-FILE" TO WS-ABEND-CONTEXT
174155         PERFORM 9950-ABEND-WORK-FILE
174160     END-IF
174165     CLOSE CHG-WORK-FILE
174170     IF WS-WORK-FILE-STATUS NOT = "00"
174175         MOVE "CLOSE CHG-WORK-FILE" TO WS-ABEND-CONTEXT
174180         PERFORM 9950-ABEND-WORK-FILE
174185     END-IF
174190     EXIT.
174200
174300*****************************************************************
174400*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
174500*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
174600*  LOG REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT
174700*  CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS
174800*  THE RUN.
174900*****************************************************************
175000 9700-WRITE-RUN-LOG.
175100     OPEN EXTEND RUN-LOG-FILE
175200     IF WS-RUNLOG-FILE-STATUS = "35"
175300         OPEN OUTPUT RUN-LOG-FILE
175400     END-IF
175500     IF WS-RUNLOG-FILE-STATUS NOT = "00"
175600         DISPLAY "BANKPROF: RUN LOG UNAVAILABLE, STATUS="
175700                 WS-RUNLOG-FILE-STATUS
175800     ELSE
175900         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
176000         WRITE RUN-LOG-RECORD
176100         IF WS-RUNLOG-FILE-STATUS NOT = "00"
176200             DISPLAY "BANKPROF: RUN LOG WRITE FAILED, STATUS="
176300                     WS-RUNLOG-FILE-STATUS
176400         END-IF
176500         CLOSE RUN-LOG-FILE
176600     END-IF
176700     EXIT.
176800
176900*****************************************************************
177000*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD IN THE
177100*  SAME SHAPE BANKMAIN WRITES.  CALLED BY EVERY 99XX ABEND
177200*  PARAGRAPH BEFORE ITS STOP RUN.
177300*****************************************************************
177400 9800-LOG-ABEND.
177500     ACCEPT WS-SYSTEM-TIME-RL FROM TIME
177600     MOVE SPACES TO WS-RUN-LOG-LINE
177700     STRING "BANKPROF,"      DELIMITED BY SIZE
177800            WS-RUN-ID        DELIMITED BY SIZE
177900            ",ABEND,"        DELIMITED BY SIZE
178000            WS-ABEND-CONTEXT DELIMITED BY SIZE
178100            ",STATUS="       DELIMITED BY SIZE
178200            WS-ABEND-STATUS  DELIMITED BY SIZE
178300            ",RC=16"         DELIMITED BY SIZE
178400            ",ENDED="        DELIMITED BY SIZE
178500            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
178600         INTO WS-RUN-LOG-LINE
178700     END-STRING
178800     PERFORM 9700-WRITE-RUN-LOG
178900     EXIT.
179000
179100*****************************************************************
179200*  9900-ABEND-REPORT-FILE - THE RANKING REPORT COULD NOT BE
179300*  WRITTEN.  THE RUN CHANGES NOTHING, SO IT CAN SIMPLY BE
179400*  RERUN.
179500*****************************************************************
179600 9900-ABEND-REPORT-FILE.
179700     DISPLAY "BANKPROF: FATAL - REPORT-FILE ERROR ON "
179800             WS-ABEND-CONTEXT
179900     DISPLAY "BANKPROF: FILE " WS-RPT-FILENAME
180000     DISPLAY "BANKPROF: FILE STATUS=" WS-RPT-FILE-STATUS
180100     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
180200     MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
180300     PERFORM 9800-LOG-ABEND
180400     MOVE 16 TO RETURN-CODE
180500     STOP RUN.
180600
180700*****************************************************************
180800*  9905-ABEND-EXTRACT-FILE - THE SPREADSHEET EXTRACT COULD NOT
180900*  BE WRITTEN.  WHAT IS ON IT IS INCOMPLETE; RERUN.
181000*****************************************************************
181100 9905-ABEND-EXTRACT-FILE.
181200     DISPLAY "BANKPROF: FATAL - EXTRACT-FILE ERROR ON "
181300             WS-ABEND-CONTEXT
181400     DISPLAY "BANKPROF: FILE " WS-CSV-FILENAME
181500     DISPLAY "BANKPROF: FILE STATUS=" WS-CSV-FILE-STATUS
181600     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
181700     MOVE WS-CSV-FILE-STATUS TO WS-ABEND-STATUS
181800     PERFORM 9800-LOG-ABEND
181900     MOVE 16 TO RETURN-CODE
182000     STOP RUN.
182100
182200*****************************************************************
182300*  9910-ABEND-TABLE-OVERFLOW - THE CUSTOMER TABLE IS AT ITS
182400*  OCCURS LIMIT AND THE RUN NEEDS TO ADD ONE MORE ENTRY.  A
182500*  RANKING UNDER FALLBACK NAMES WOULD MISSTATE THE CUSTOMERS,
182600*  SO THE RUN STOPS HERE INSTEAD.
182700*****************************************************************
182800 9910-ABEND-TABLE-OVERFLOW.
182900     DISPLAY "BANKPROF: FATAL - TABLE CAPACITY EXCEEDED ON "
183000             WS-ABEND-CONTEXT
183100     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
183200     MOVE SPACES TO WS-ABEND-STATUS
183300     PERFORM 9800-LOG-ABEND
183400     MOVE 16 TO RETURN-CODE
183500     STOP RUN.
183600
183700*****************************************************************
183800*  9920-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
183900*  COULD NOT BE READ, SO THE REPORT MONTH CANNOT BE CHECKED AND
184000*  THE SWEEP CANNOT KNOW HOW FAR THE ARCHIVE FILENAMES RUN.
184100*****************************************************************
184200 9920-ABEND-BUSDATE-FILE.
184300     DISPLAY "BANKPROF: FATAL - BUS-DATE-FILE ERROR ON "
184400             WS-ABEND-CONTEXT
184500     DISPLAY "BANKPROF: FILE STATUS=" WS-BDATE-FILE-STATUS
184600     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
184700     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
184800     PERFORM 9800-LOG-ABEND
184900     MOVE 16 TO RETURN-CODE
185000     STOP RUN.
185100
185200*****************************************************************
185300*  9930-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
185400*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
185450*  RUN), SO NO ACCOUNT CAN BE ROLLED UP TO ITS CUSTOMER.
185500*****************************************************************
185600 9930-ABEND-ACCOUNT-FILE.
185700     DISPLAY "BANKPROF: FATAL - ACCOUNT-IDX-FILE ERROR ON "
185800             WS-ABEND-CONTEXT
185900     DISPLAY "BANKPROF: FILE STATUS=" WS-ACCT-FILE-STATUS
186000     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
186100     MOVE WS-ACCT-FILE-STATUS TO WS-ABEND-STATUS
186200     PERFORM 9800-LOG-ABEND
186300     MOVE 16 TO RETURN-CODE
186400     STOP RUN.
186500
186600*****************************************************************
186700*  9940-ABEND-CUSTOMER-FILE - THE CUSTOMER MASTER EXISTS BUT
186800*  COULD NOT BE READ.  RANKING CUSTOMERS UNDER FALLBACK NAMES
186900*  WHEN THE REAL ONES ARE IN AN UNREADABLE FILE WOULD BE WRONG
187000*  ON PURPOSE, SO THE RUN STOPS.
187100*****************************************************************
187200 9940-ABEND-CUSTOMER-FILE.
187300     DISPLAY "BANKPROF: FATAL - CUSTOMER-FILE ERROR ON "
187400             WS-ABEND-CONTEXT
187500     DISPLAY "BANKPROF: FILE STATUS=" WS-CUST-FILE-STATUS
187600     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
187700     MOVE WS-CUST-FILE-STATUS TO WS-ABEND-STATUS
187800     PERFORM 9800-LOG-ABEND
187900     MOVE 16 TO RETURN-CODE
188000     STOP RUN.
188005
188010*****************************************************************
188015*  9950-ABEND-WORK-FILE - THE ACCOUNT, GROUP OR CHARGE WORK
188020*  FILE FAILED ON OPEN, READ, WRITE, REWRITE, START OR CLOSE
188025*  (WS-ABEND-CONTEXT NAMES WHICH).  THEY ARE BUILT AFRESH BY
188030*  EVERY RUN AND NOTHING ELSE IS UPDATED, SO THE RUN IS SIMPLY
188035*  RERUN.
188040*****************************************************************
188045 9950-ABEND-WORK-FILE.
188050     DISPLAY "BANKPROF: FATAL - WORK FILE ERROR ON "
188055             WS-ABEND-CONTEXT
188060     DISPLAY "BANKPROF: FILE STATUS=" WS-WORK-FILE-STATUS
188065     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
188070     MOVE WS-WORK-FILE-STATUS TO WS-ABEND-STATUS
188075     PERFORM 9800-LOG-ABEND
188080     MOVE 16 TO RETURN-CODE
188085     STOP RUN.
188100
188200*****************************************************************
188300*  9960-ABEND-ARCH-FILE - AN ARCHIVE MONTH EXISTS BUT COULD NOT
188400*  BE READ.  ITS CHARGES AND BALANCES WOULD SILENTLY DROP OUT
188500*  OF THE RANKING, SO THE RUN STOPS.
188600*****************************************************************
188700 9960-ABEND-ARCH-FILE.
188800     DISPLAY "BANKPROF: FATAL - FILE " WS-ARCH-FILENAME
188900     DISPLAY "BANKPROF: ERROR ON " WS-ABEND-CONTEXT
189000     DISPLAY "BANKPROF: FILE STATUS=" WS-ARCH-FILE-STATUS
189100     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
189200     MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
189300     PERFORM 9800-LOG-ABEND
189400     MOVE 16 TO RETURN-CODE
189500     STOP RUN.
189600
189700*****************************************************************
189800*  9970-ABEND-TXN-FILE - THE LIVE LEDGER EXISTS BUT COULD NOT BE
189900*  READ.
190000*****************************************************************
190100 9970-ABEND-TXN-FILE.
190200     DISPLAY "BANKPROF: FATAL - TXN-FILE ERROR ON "
190300             WS-ABEND-CONTEXT
190400     DISPLAY "BANKPROF: FILE STATUS=" WS-TXN-FILE-STATUS
190500     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
190600     MOVE WS-TXN-FILE-STATUS TO WS-ABEND-STATUS
190700     PERFORM 9800-LOG-ABEND
190800     MOVE 16 TO RETURN-CODE
190900     STOP RUN.
191000
191100*****************************************************************
191200*  9980-ABEND-NSFH-FILE - THE NSF HISTORY EXISTS BUT COULD NOT
191300*  BE READ.  REPORTING NO DECLINES FOR CUSTOMERS WHO HAD THEM
191400*  WOULD FLATTER THEM, SO THE RUN STOPS.
191500*****************************************************************
191600 9980-ABEND-NSFH-FILE.
191700     DISPLAY "BANKPROF: FATAL - NSF-HIST-FILE ERROR ON "
191800             WS-ABEND-CONTEXT
191900     DISPLAY "BANKPROF: FILE STATUS=" WS-NSFH-FILE-STATUS
192000     DISPLAY "BANKPROF: RUN TERMINATED ABNORMALLY."
192100     MOVE WS-NSFH-FILE-STATUS TO WS-ABEND-STATUS
192200     PERFORM 9800-LOG-ABEND
192300     MOVE 16 TO RETURN-CODE
192400     STOP RUN.
