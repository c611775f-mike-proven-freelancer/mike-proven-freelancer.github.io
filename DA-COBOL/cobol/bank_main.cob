001595*                    BOUNCED CHEQUE NO LONGER LEAVES A PHANTOM
001596*                    HOLD UNDERSTATING AVAILABLE FUNDS UNTIL
001597*                    THE RELEASE DATE.
001598*  2026-10-15  DA    THE MONTHLY CATEGORY CAPS AND THE
001599*                    REPRESENTMENT CEILING NOW COME FROM THE
001600*                    EFFECTIVE-DATED PRODUCT PARAMETER FILE
001601*                    (DATA/PRODUCT_PARAMS.CSV, LAYOUT IN
001602*                    PRMREC, MAINTAINED BY BANKPARM) INSTEAD
001603*                    OF COMPILED LITERALS - EACH TAKES THE
001604*                    ENTRY IN FORCE ON THE BUSINESS DATE, SO A
001605*                    NEW CAP OR CEILING IS KEYED AHEAD AND
001606*                    PICKED UP ON ITS DAY WITHOUT A RECOMPILE.
001607*  2026-10-15  DA    STOP-PAYMENT ORDERS (DATA/STOP_PAYMENTS.CSV,
001608*                    LAYOUT IN STOPREC, MAINTAINED BY BANKSTOP)
001609*                    ARE CHECKED BEFORE ANY WITHDRAWAL OR
001610*                    PURCHASE POSTS - BATCH, SCHEDULED OR
001611*                    RE-PRESENTED.  AN ITEM MATCHING A STOP IN
001612*                    FORCE ON ITS ACCOUNT, PAYEE AND AMOUNT IS
001613*                    DECLINED "STOP PAYMENT", NEVER QUEUED FOR
001614*                    REPRESENTMENT (A RE-PRESENTED ONE LEAVES
001615*                    THE CYCLE AS A FINAL RETURN), AND ADDED TO
001616*                    THE DAY'S STOP ACTIVITY FILE FOR BANKSTPR.
001617*  2026-10-15  DA    PURCHASE DISPUTES: THE DISPUTE CREDITS AND
001618*                    RE-DEBITS BANKDISP QUEUES ON
001619*                    DATA/DISPUTE_POSTINGS.CSV (LAYOUT IN DSPREC)
001620*                    JOIN THE DAY'S PENDING ITEMS.  A DISPUTE-CR
001621*                    POSTS AS A CREDIT; A DISPUTE-DR TAKES THE
001622*                    PROVISIONAL CREDIT BACK THROUGH THE SAME
001623*                    FUNDS CHECK AND REPRESENTMENT AS ANY OTHER
001624*                    DEBIT.  BOTH CARRY THE DISPUTED TXN ID IN
001625*                    F-REF-ID.  THE QUEUE IS EMPTIED AFTER A
001626*                    CLEAN RUN.
001627*  2026-10-15  DA    DORMANT ACCOUNTS: ACCOUNT STATUS WIDENED TO
001628*                    SEVEN FOR THE DORMANT STATUS BANKDORM SETS.
001629*                    ITEMS AGAINST A DORMANT ACCOUNT ARE DECLINED
001630*                    "ACCOUNT DORMANT - REFER" FOR THE BRANCH.
001631*                    THE ESCHEAT DEBITS BANKESCH QUEUES ON
001632*                    DATA/ESCHEAT_POSTINGS.CSV (LAYOUT IN DORMREC)
001633*                    JOIN THE DAY'S PENDING ITEMS AND POST AGAINST
001634*                    THE DORMANT ACCOUNT, NEVER FOR MORE THAN ITS
001635*                    BALANCE; THE QUEUE IS EMPTIED AFTER A CLEAN
001636*                    RUN.
001637*  2026-10-15  DA    MAKER-CHECKER: BATCH ITEMS BANKEDIT HELD OVER
001638*                    THE APPR-LIMIT AND A SECOND OPERATOR HAS
001639*                    SINCE APPROVED ARRIVE FROM BANKAPPR ON
001640*                    DATA/APPROVED_POSTINGS.CSV, JOIN THE DAY'S
001641*                    PENDING ITEMS AS BATCH DETAILS AND POST LIKE
001642*                    ANY OTHER; THE FILE IS EMPTIED AFTER A CLEAN
001643*                    RUN.
001644*  2026-10-15  DA    TERM DEPOSITS: A TRANSFER TO THE ID OF A TERM
001645*                    DEPOSIT AWAITING FUNDS (TERM_DEPOSITS.CSV)
001646*                    POSTS ITS DEBIT LEG ONLY AND IS WRITTEN TO
001647*                    DATA/TD_FUNDINGS.CSV AFTER A CLEAN RUN FOR
001648*                    BANKTDEP.  THE TD-PRINCIPAL AND TD-INTEREST
001649*                    PAYOUTS BANKTDEP QUEUES (TD_POSTINGS.CSV)
001650*                    POST AS CREDITS, TO DORMANT ACCOUNTS TOO; THE
001651*                    QUEUE IS EMPTIED AFTER A CLEAN RUN.
001652*  2026-10-15  DA    A STANDING ORDER'S ACCOUNT AND A TRANSFER'S
001653*                    COUNTERPARTY ARE NOW READ BY KEY FROM THE
001654*                    INDEXED MASTER DATA/ACCOUNTS.IDX (BUILT BY
001655*                    BANKIDX) INSTEAD OF FROM A PRE-LOADED
001656*                    200-ACCOUNT TABLE.  THE ACCOUNT LOOP STILL
001657*                    STREAMS ACCOUNTS.CSV, WHICH BANKIDX UNLOAD
001658*                    KEEPS IN STEP WITH THE INDEXED MASTER.
001659*  2026-10-15  DA    EVERY NSF DECLINE (INSUFFICIENT FUNDS OR
001660*                    FUNDS ON HOLD) AND EVERY FINAL RETURN IS
001661*                    KEPT AND, AFTER A CLEAN RUN, APPENDED UNDER
001662*                    THE BUSINESS DATE TO DATA/NSF_HISTORY.CSV
001663*                    (LAYOUT IN NSFREC) FOR THE MONTHLY
001664*                    PROFITABILITY REPORT - THE DAILY DECLINE
001665*                    AND FINAL-RETURN FILES ONLY HOLD ONE DAY.
001666*  2026-10-15  DA    THE ACCOUNT LOOP NOW READS THE INDEXED MASTER
001667*                    IN KEY ORDER INSTEAD OF ACCOUNTS.CSV, SO AN
001668*                    ACCOUNT'S STATUS AND OVERDRAFT LIMIT ARE AS
001669*                    BANKACCT AND BANKDORM LEFT THEM AND A NEW
001670*                    ACCOUNT POSTS WITHOUT WAITING FOR BANKIDX
001671*                    UNLOAD.  ITEMS TAKEN OFF ANOTHER PROGRAM'S
001672*                    QUEUE (DISPUTE, ESCHEAT, APPROVED AND TERM
001673*                    DEPOSIT POSTINGS) NOW CARRY SOURCE "Q", SO
001674*                    THEY ARE NOT TAKEN FOR THE DAY'S BATCH.
001675*  2026-10-15  DA    EVERY ROW POSTED IS ALSO WRITTEN TO THE
001676*                    LEDGER INDEX, DATA/LEDGER.IDX (LEDGIDX), AND
001677*                    AN ACCOUNT'S CURRENT BALANCE IS READ FROM IT
001678*                    BY KEY, REPLACING THE 200-ACCOUNT LEDGER
001679*                    TABLE.  THE INDEX IS CHECKED AGAINST THE
001680*                    LEDGER'S LAST TXN ID AT STARTUP AND THE RUN
001681*                    STOPS IF THE TWO ARE OUT OF STEP.  THE CLOSE
001682*                    OF THE INDEXED MASTER IS NOW CHECKED.
001683*  2026-10-15  DA    AN ITEM QUEUED FOR REPRESENTMENT KEEPS ITS
001684*                    REFERENCE TXN ID ON REPRESENTMENT.CSV AND
001685*                    GETS IT BACK WHEN IT IS RE-PRESENTED.
001686*  2026-10-15  DA    A REVERSAL NOW READS THE ROW IT NAMES FROM
001687*                    THE LEDGER INDEX ON THE TXN ID KEY, SO ONE
001688*                    RELEASED FROM THE APPROVALS QUEUE ON A DAY
001689*                    SEEDED FROM THE SNAPSHOT IS FOUND.  THE
001690*                    1000-ROW TXN HISTORY TABLE AND THE FULL
001691*                    REPLAY A REVERSAL IN THE BATCH FORCED ARE
001692*                    GONE.
001400*****************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001900         ORGANIZATION IS LINE SEQUENTIAL
002000         FILE STATUS IS WS-TXN-FILE-STATUS.
002100
002402     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
002403         ORGANIZATION IS INDEXED
002404         ACCESS MODE IS DYNAMIC
002405         RECORD KEY IS AX-ACCOUNT-ID
002406         FILE STATUS IS WS-ACCTIDX-FILE-STATUS.
002410
002411     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
002412         ORGANIZATION IS INDEXED
002413         ACCESS MODE IS DYNAMIC
002414         RECORD KEY IS LX-KEY
002415         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
002416             WITH DUPLICATES
002417         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
002418
002420     SELECT PENDING-FILE ASSIGN TO "data/pending_clean.csv"
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS WS-PEND-FILE-STATUS.
002578     SELECT GL-SUSP-FILE ASSIGN TO "data/gl_suspense.csv"
002580         ORGANIZATION IS LINE SEQUENTIAL
002582         FILE STATUS IS WS-GLSP-FILE-STATUS.
002584
002586     SELECT PARAM-FILE ASSIGN TO "data/product_params.csv"
002588         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-PARM-FILE-STATUS.
002591     SELECT STOP-FILE ASSIGN TO "data/stop_payments.csv"
002592         ORGANIZATION IS LINE SEQUENTIAL
002593         FILE STATUS IS WS-STOP-FILE-STATUS.
002594
002595     SELECT STOP-ACT-FILE ASSIGN TO "data/stop_activity.csv"
002596         ORGANIZATION IS LINE SEQUENTIAL
002597         FILE STATUS IS WS-STACT-FILE-STATUS.
002598     SELECT DISP-POST-FILE
002599         ASSIGN TO "data/dispute_postings.csv"
002600         ORGANIZATION IS LINE SEQUENTIAL
002601         FILE STATUS IS WS-DPOST-FILE-STATUS.
002602     SELECT ESCH-POST-FILE
002603         ASSIGN TO "data/escheat_postings.csv"
002604         ORGANIZATION IS LINE SEQUENTIAL
002605         FILE STATUS IS WS-EPOST-FILE-STATUS.
002606     SELECT APPR-POST-FILE
002607         ASSIGN TO "data/approved_postings.csv"
002608         ORGANIZATION IS LINE SEQUENTIAL
002609         FILE STATUS IS WS-APOST-FILE-STATUS.
002610     SELECT TD-FILE
002611         ASSIGN TO "data/term_deposits.csv"
002612         ORGANIZATION IS LINE SEQUENTIAL
002613         FILE STATUS IS WS-TDM-FILE-STATUS.
002614     SELECT TD-POST-FILE
002615         ASSIGN TO "data/td_postings.csv"
002616         ORGANIZATION IS LINE SEQUENTIAL
002617         FILE STATUS IS WS-TPOST-FILE-STATUS.
002618     SELECT TD-FUND-FILE
002619         ASSIGN TO "data/td_fundings.csv"
002620         ORGANIZATION IS LINE SEQUENTIAL
002621         FILE STATUS IS WS-TFUND-FILE-STATUS.
002622     SELECT NSF-HIST-FILE
002623         ASSIGN TO "data/nsf_history.csv"
002624         ORGANIZATION IS LINE SEQUENTIAL
002625         FILE STATUS IS WS-NSFH-FILE-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002900 01  TXN-RECORD                 PIC X(400).
003000
003100*****************************************************************
003200*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER OF RECORD, KEYED BY
003300*  ACCOUNT ID (ACCTIDX).  ONE RECORD PER ACCOUNT: ACCOUNT ID,
003400*  CLIENT NAME, OPENING BALANCE (USED ONLY WHEN THE ACCOUNT HAS
003500*  NO PRIOR HISTORY ON TXN-FILE), STATUS AND OVERDRAFT LIMIT, IN
003600*  THE ACCTREC LAYOUT.  THE ACCOUNT LOOP READS IT IN KEY ORDER;
003700*  A STANDING ORDER'S ACCOUNT OR A TRANSFER'S COUNTERPARTY IS
003800*  READ FROM IT BY KEY.
004036*****************************************************************
004092 FD  ACCOUNT-IDX-FILE.
004148     COPY acctidx.
004150
004160*****************************************************************
004170*  LEDGER-IDX-FILE - THE LIVE LEDGER KEYED BY ACCOUNT AND TXN ID
004180*  (LEDGIDX).  EVERY ROW WRITTEN TO TXN-FILE IS WRITTEN HERE TOO,
004185*  SO AN ACCOUNT'S CURRENT BALANCE IS THE BALANCE ON ITS LAST
004190*  ROW BY KEY - NO TABLE OF BALANCES, AND NO LIMIT ON THE NUMBER
004195*  OF ACCOUNTS THE LEDGER CAN CARRY.
004200*****************************************************************
004202 FD  LEDGER-IDX-FILE.
004204     COPY ledgidx.
004210
004220*****************************************************************
004230*  PENDING-FILE - ONE DAY'S BATCH OF ACTIVITY TO POST, AS
004822
004824*****************************************************************
004826*  EOD-FILE - THE AUTHORITATIVE END-OF-DAY POSITION SNAPSHOT
004828*  (LAYOUTS IN EODREC).  READ AT STARTUP TO SEED THE SPEND
004830*  TABLE AND THE LAST TXN ID WITHOUT REPLAYING THE WHOLE LEDGER;
004832*  REWRITTEN AFTER EVERY CLEAN RUN WITH THE DAY'S CLOSING
004834*  POSITIONS.  THE FULL REPLAY REMAINS THE FALLBACK WHENEVER
004836*  THE SNAPSHOT CANNOT BE TRUSTED.
004876*****************************************************************
004878 FD  GL-SUSP-FILE.
004880 01  GL-SUSP-RECORD             PIC X(100).
004882
004884*****************************************************************
004886*  PARAM-FILE - THE EFFECTIVE-DATED PRODUCT PARAMETER FILE
004888*  (LAYOUT IN PRMREC).  THIS RUN TAKES THE BUDGET-CAP AND
004890*  REPR-MAX ENTRIES IN FORCE ON THE BUSINESS DATE AND PASSES
004892*  OVER THE REST.
004894*****************************************************************
004896 FD  PARAM-FILE.
004898 01  PARAM-RECORD               PIC X(60).
004899*****************************************************************
004900*  STOP-FILE - THE STOP-PAYMENT ORDERS (LAYOUT IN STOPREC).
004901*  STOP-ACT-FILE - THE DAY'S STOP ACTIVITY (LAYOUT IN STOPACT),
004902*  STARTED BY BANKSTOP; THIS RUN ADDS ONE LINE PER ITEM A STOP
004903*  DECLINED.
004904*****************************************************************
004905 FD  STOP-FILE.
004906 01  STOP-RECORD                PIC X(80).
004907
004908 FD  STOP-ACT-FILE.
004909 01  STOP-ACT-RECORD            PIC X(130).
004910*****************************************************************
004911*  DISP-POST-FILE - DISPUTE CREDITS AND RE-DEBITS QUEUED BY
004912*  BANKDISP (LAYOUT DSPQ-CSV-RECORD IN DSPREC).  EXPANDED INTO
004913*  THE DAY'S PENDING ITEMS AT STARTUP AND EMPTIED AFTER A
004914*  CLEAN RUN.
004915*****************************************************************
004916 FD  DISP-POST-FILE.
004917 01  DISP-POST-RECORD           PIC X(100).
004918*****************************************************************
004919*  ESCH-POST-FILE - UNCLAIMED-PROPERTY REMITTANCES QUEUED BY
004920*  BANKESCH (LAYOUT ESCQ-CSV-RECORD IN DORMREC).  EXPANDED INTO
004921*  THE DAY'S PENDING ITEMS AT STARTUP AND EMPTIED AFTER A
004922*  CLEAN RUN.
004923*****************************************************************
004924 FD  ESCH-POST-FILE.
004925 01  ESCH-POST-RECORD           PIC X(100).
004926*****************************************************************
004927*  APPR-POST-FILE - BATCH ITEMS HELD BY BANKEDIT OVER THE
004928*  APPR-LIMIT AND SINCE APPROVED BY A SECOND OPERATOR, RELEASED
004929*  BY BANKAPPR AS THE PENDING ROW EXACTLY AS KEYED.  EXPANDED
004930*  INTO THE DAY'S PENDING ITEMS AT STARTUP AND EMPTIED AFTER A
004931*  CLEAN RUN.
004932*****************************************************************
004933 FD  APPR-POST-FILE.
004934 01  APPR-POST-RECORD           PIC X(120).
004935*****************************************************************
004936*  TD-FILE - THE TERM DEPOSIT MASTER (LAYOUT TDM-CSV-RECORD IN
004937*  TDMREC), READ AT STARTUP SO A TRANSFER CAN FUND A DEPOSIT
004938*  AWAITING ITS MONEY.  BANKTDEP ALONE WRITES IT.
004939*****************************************************************
004940 FD  TD-FILE.
004941 01  TD-RECORD                  PIC X(130).
004942*****************************************************************
004943*  TD-POST-FILE - TERM DEPOSIT PRINCIPAL AND INTEREST CREDITS
004944*  QUEUED BY BANKTDEP (LAYOUT TDQ-CSV-RECORD IN TDMREC).
004945*  EXPANDED INTO THE DAY'S PENDING ITEMS AT STARTUP AND EMPTIED
004946*  AFTER A CLEAN RUN.
004947*****************************************************************
004948 FD  TD-POST-FILE.
004949 01  TD-POST-RECORD             PIC X(100).
004950*****************************************************************
004951*  TD-FUND-FILE - ONE LINE PER FUNDING TRANSFER POSTED TO A
004952*  TERM DEPOSIT (LAYOUT TDF-CSV-RECORD IN TDMREC), APPENDED
004953*  AFTER A CLEAN RUN FOR THE NEXT BANKTDEP RUN TO ACTIVATE.
004954*****************************************************************
004955 FD  TD-FUND-FILE.
004956 01  TD-FUND-RECORD             PIC X(60).
004957*****************************************************************
004958*  NSF-HIST-FILE - THE RUNNING HISTORY OF NSF DECLINES AND FINAL
004959*  RETURNS (LAYOUT NSF-CSV-RECORD IN NSFREC), APPENDED AFTER A
004960*  CLEAN RUN FOR BANKPROF.
004961*****************************************************************
004962 FD  NSF-HIST-FILE.
004963 01  NSF-HIST-RECORD            PIC X(100).
004400 WORKING-STORAGE SECTION.
004500 01  WS-TXN-FILE-STATUS         PIC XX.
004605 01  WS-ACCTIDX-FILE-STATUS     PIC XX.
004606 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
004610 01  WS-PEND-FILE-STATUS        PIC XX.
004620 01  WS-DECL-FILE-STATUS        PIC XX.
004621 01  WS-ALRT-FILE-STATUS        PIC XX.
004643 01  WS-EOD-FILE-STATUS         PIC XX.
004644 01  WS-GLCH-FILE-STATUS        PIC XX.
004645 01  WS-GLSP-FILE-STATUS        PIC XX.
004646 01  WS-PARM-FILE-STATUS        PIC XX.
004647 01  WS-STOP-FILE-STATUS        PIC XX.
004648 01  WS-STACT-FILE-STATUS       PIC XX.
004649 01  WS-DPOST-FILE-STATUS       PIC XX.
004650 01  WS-EPOST-FILE-STATUS       PIC XX.
004651 01  WS-APOST-FILE-STATUS       PIC XX.
004652 01  WS-TDM-FILE-STATUS         PIC XX.
004653 01  WS-TPOST-FILE-STATUS       PIC XX.
004654 01  WS-TFUND-FILE-STATUS       PIC XX.
004655 01  WS-NSFH-FILE-STATUS        PIC XX.
004627 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
004628
004629*****************************************************************
004978     05  BC-DATE                PIC X(10).
004979
004980*****************************************************************
004981*  LEDGER INDEX WORK FIELDS - WS-LDG-DONE-SW ENDS A KEY-ORDER
004982*  READ OF ONE ACCOUNT'S ROWS, WS-LDG-CHECK-ID IS THE TXN ID
004983*  LOOKED UP WHEN THE INDEX IS CHECKED AGAINST THE LEDGER OR A
004984*  REVERSAL'S REFERENCE IS RESOLVED, AND WS-EBAL-ACCOUNT-ID /
004985*  WS-EBAL-BALANCE CARRY THE ACCOUNT AND LAST BALANCE SEEN ON
004987*  THE END-OF-DAY WALK OF THE INDEX.
004988*****************************************************************
004990 01  WS-LDG-DONE-SW             PIC X       VALUE "N".
004991     88  WS-LDG-DONE                        VALUE "Y".
004992 01  WS-LDG-CHECK-ID            PIC 9(4)    VALUE 0.
004993 01  WS-EBAL-ACCOUNT-ID         PIC X(10)   VALUE SPACES.
004994 01  WS-EBAL-BALANCE            PIC S9(7)V99 VALUE 0.
004997 01  WS-MAX-TXN-ID              PIC 9(4)    VALUE 0.
004998 01  WS-MONTH                   PIC X(7)    VALUE SPACES.
004999 01  WS-HIST-AMOUNT             PIC 9(7)V99 VALUE 0.
005000
005010*****************************************************************
005020*  BUDGET TABLE - MONTHLY SPENDING CAP PER PURCHASE CATEGORY,
005030*  LOADED AT STARTUP FROM THE BUDGET-CAP ENTRIES ON THE PRODUCT
005032*  PARAMETER FILE: ONE ROW PER CATEGORY, HOLDING THE ENTRY WITH
005034*  THE LATEST EFFECTIVE DATE ON OR BEFORE THE BUSINESS DATE.
005036*  CATEGORIES NOT LISTED, OR WHOSE CAP IN FORCE IS ZERO, HAVE
005038*  NO CAP.
005040*****************************************************************
005050 01  WS-BUDGET-TABLE.
005090     05  WS-BUDGET-ENTRY OCCURS 50 TIMES
005100                         INDEXED BY BUD-IDX.
005110         10  BUD-CATEGORY       PIC X(16).
005115         10  BUD-EFF-DATE       PIC X(10).
005120         10  BUD-CAP            PIC 9(7)V99.
005125 01  WS-BUDGET-COUNT            PIC 9(4)    VALUE 0.
005130 01  WS-BUDGET-MATCH-IDX        PIC 9(4)    VALUE 0.
005132
005134*****************************************************************
005136*  PRODUCT PARAMETER LOAD WORK FIELDS - THE PARAMETER LINE
005137*  BEING READ, AND THE EFFECTIVE DATE OF THE REPR-MAX ENTRY
005138*  TAKEN SO FAR (A LATER ONE STILL IN FORCE REPLACES IT).
005139*****************************************************************
005140     COPY prmrec REPLACING ==PRM-CSV-RECORD== BY ==WS-PARM-LINE==.
005141
005142 01  WS-PARM-EOF-SW             PIC X       VALUE "N".
005143     88  WS-PARM-EOF                        VALUE "Y".
005144 01  WS-REPR-MAX-EFF-DATE       PIC X(10)   VALUE SPACES.
005145*****************************************************************
005146*  STOP-PAYMENT TABLE - EVERY STOP IN FORCE ON THE BUSINESS
005147*  DATE, LOADED AT STARTUP.  WS-STOP-MATCH-IDX IS THE STOP THE
005148*  ITEM BEING POSTED HIT, ZERO WHEN IT HIT NONE.
005149*****************************************************************
005150     COPY stoprec REPLACING ==STOP-CSV-RECORD==
005151                         BY ==WS-STOP-LINE==.
005152
005153     COPY stopact REPLACING ==STOPACT-CSV-RECORD==
005154                         BY ==WS-STACT-LINE==.
005155
005156 01  WS-STOP-TABLE.
005157     05  WS-STOP-ENTRY OCCURS 200 TIMES
005158                       INDEXED BY STP-IDX.
005159         10  STP-ACCOUNT-ID     PIC X(10).
005160         10  STP-PAYEE          PIC X(24).
005161         10  STP-AMOUNT-LOW     PIC 9(7)V99.
005162         10  STP-AMOUNT-HIGH    PIC 9(7)V99.
005163         10  STP-PLACED-DATE    PIC X(10).
005164         10  STP-EXPIRY-DATE    PIC X(10).
005165 01  WS-STOP-COUNT              PIC 9(4)    VALUE 0.
005166 01  WS-STOP-MATCH-IDX          PIC 9(4)    VALUE 0.
005167 01  WS-STOP-MATCHED-COUNT      PIC 9(4)    VALUE 0.
005168 01  WS-STOP-EOF-SW             PIC X       VALUE "N".
005169     88  WS-STOP-EOF                        VALUE "Y".
005170*****************************************************************
005171*  DISPUTE POSTING FIELDS - THE QUEUE LINE BEING EXPANDED AND
005172*  HOW MANY DISPUTE ITEMS JOINED TODAY'S PENDING TABLE.
005173*****************************************************************
005174     COPY dsprec.
005175
005176 01  WS-DPOST-EOF-SW            PIC X       VALUE "N".
005177     88  WS-DPOST-EOF                       VALUE "Y".
005178 01  WS-DPOST-EXPANDED-COUNT    PIC 9(4)    VALUE 0.
005179*****************************************************************
005180*  ESCHEAT POSTING FIELDS - THE QUEUE LINE BEING EXPANDED AND
005181*  HOW MANY REMITTANCES JOINED TODAY'S PENDING TABLE.
005182*****************************************************************
005183     COPY dormrec.
005184
005185 01  WS-EPOST-EOF-SW            PIC X       VALUE "N".
005186     88  WS-EPOST-EOF                       VALUE "Y".
005187 01  WS-EPOST-EXPANDED-COUNT    PIC 9(4)    VALUE 0.
005188*****************************************************************
005189*  APPROVED POSTING FIELDS - HOW MANY APPROVED ITEMS JOINED
005190*  TODAY'S PENDING TABLE.  EACH LINE IS READ THROUGH WS-PEND-LINE
005191*  LIKE ANY OTHER PENDING DETAIL.
005192*****************************************************************
005193 01  WS-APOST-EOF-SW            PIC X       VALUE "N".
005194     88  WS-APOST-EOF                       VALUE "Y".
005195 01  WS-APOST-EXPANDED-COUNT    PIC 9(4)    VALUE 0.
005196*****************************************************************
005197*  TERM DEPOSIT FIELDS - EVERY DEPOSIT ON THE MASTER BY ID,
005198*  LINKED ACCOUNT AND STATUS, SO A TRANSFER TO A DEPOSIT ID CAN
005199*  BE CHECKED AND POSTED AS ITS FUNDING.  TDL-FUNDED-SW IS SET
005200*  WHEN THIS RUN FUNDS THE DEPOSIT; ONE DEPOSIT TAKES ONE
005201*  FUNDING.  WS-CO-TD-SW MARKS A TRANSFER WHOSE COUNTERPARTY IS
005202*  A DEPOSIT RATHER THAN AN ACCOUNT.
005203*****************************************************************
005204     COPY tdmrec.
005205
005206 01  WS-TDM-EOF-SW              PIC X       VALUE "N".
005207     88  WS-TDM-EOF                         VALUE "Y".
005208 01  WS-TPOST-EOF-SW            PIC X       VALUE "N".
005209     88  WS-TPOST-EOF                       VALUE "Y".
005210 01  WS-TPOST-EXPANDED-COUNT    PIC 9(4)    VALUE 0.
005211 01  WS-TDL-TABLE.
005212     05  WS-TDL-ENTRY OCCURS 500 TIMES
005213                      INDEXED BY TDL-IDX.
005214         10  TDL-DEPOSIT-ID     PIC X(10).
005215         10  TDL-ACCOUNT-ID     PIC X(10).
005216         10  TDL-STATUS         PIC X(9).
005217         10  TDL-FUNDED-SW      PIC X.
005218             88  TDL-FUNDED                 VALUE "Y".
005219         10  TDL-FUND-AMOUNT    PIC 9(7)V99.
005220         10  TDL-FUND-TXN-ID    PIC 9(4).
005221 01  WS-TDL-COUNT               PIC 9(4)    VALUE 0.
005222 01  WS-TDL-MATCH-IDX           PIC 9(4)    VALUE 0.
005223 01  WS-TD-FUNDED-COUNT         PIC 9(4)    VALUE 0.
005224 01  WS-CO-TD-SW                PIC X       VALUE "N".
005225     88  WS-CO-IS-TD                        VALUE "Y".
005226
005227*****************************************************************
005228*  MONTH-TO-DATE SPEND TABLE - RUNNING TOTAL PER ACCOUNT AND
005229*  CATEGORY FOR THE CURRENT MONTH, SEEDED FROM TXN-FILE HISTORY
005230*  AND UPDATED AS NEW PURCHASES ARE POSTED THIS RUN.
005231*****************************************************************
005232 01  WS-SPEND-TABLE.
005233     05  WS-SPEND-ENTRY OCCURS 300 TIMES
005234                        INDEXED BY SPD-IDX.
005235         10  SPD-ACCOUNT-ID     PIC X(10).
005240         10  SPD-CATEGORY       PIC X(16).
005250         10  SPD-TOTAL          PIC S9(7)V99.
005260 01  WS-SPEND-COUNT             PIC 9(4)    VALUE 0.
005280
005290 01  WS-BUDGET-ALERT            PIC X(3)    VALUE "NO ".
005310
005312*****************************************************************
005314*  REVERSAL LOOKUP - WS-REF-DONE-SW ENDS THE READ OF THE LEDGER
005316*  INDEX ROWS CARRYING A REVERSAL'S REFERENCE TXN ID.
005318*****************************************************************
005320 01  WS-REF-DONE-SW             PIC X       VALUE "N".
005322     88  WS-REF-DONE                        VALUE "Y".
005324 01  WS-REVERSAL-FOUND-SW       PIC X       VALUE "N".
005326     88  WS-REVERSAL-FOUND                  VALUE "Y".
005330
005100 01  WS-ACCOUNT-ID              PIC X(10)   VALUE SPACES.
005200 01  WS-CLIENT-NAME             PIC X(30)   VALUE SPACES.
006530*****************************************************************
006540*  WS-ACCT-STATUS - LIFECYCLE STATUS OF THE ACCOUNT CURRENTLY
006550*  BEING PROCESSED.  ONLY AN ACTIVE ACCOUNT ACCEPTS POSTINGS;
006560*  ANYTHING PENDING AGAINST A FROZEN, CLOSED OR DORMANT ACCOUNT
006570*  IS DECLINED, SAVE THE ESCHEAT DEBIT AND THE TERM DEPOSIT
006575*  CREDITS A DORMANT ONE TAKES.  AN ACCOUNTS MASTER ROW WITH A
006580*  BLANK STATUS (AS WRITTEN BEFORE BANKACCT EXISTED) IS TREATED
006585*  AS ACTIVE.
006590*****************************************************************
006600 01  WS-ACCT-STATUS             PIC X(7)    VALUE "ACTIVE".
006610 01  WS-DECLINE-REASON          PIC X(24)   VALUE SPACES.
006620
006622*****************************************************************
006624*  ACCOUNTS MASTER LOOKUP - THE ID LOOKED UP BY KEY ON THE
006626*  INDEXED MASTER (A STANDING ORDER'S ACCOUNT OR A TRANSFER'S
006628*  COUNTERPARTY) AND, WHEN FOUND, ITS STATUS (BLANK READ AS
006630*  ACTIVE) AND OPENING BALANCE.
006632*****************************************************************
006634 01  WS-MSTR-LOOKUP-ID          PIC X(10)   VALUE SPACES.
006636 01  WS-MSTR-FOUND-SW           PIC X       VALUE "N".
006638     88  WS-MSTR-FOUND                      VALUE "Y".
006640 01  WS-MSTR-STATUS             PIC X(7)    VALUE SPACES.
006642 01  WS-MSTR-OPEN-BALANCE       PIC 9(7)V99 VALUE 0.
006650
006652*****************************************************************
006653*  DEPOSIT HOLD TABLE - EVERY HOLD STILL IN FORCE: THE ONES
007068 01  WS-SNAP-DETAIL-COUNT       PIC 9(6)    VALUE 0.
007080 01  WS-SNAP-AS-OF              PIC X(10)   VALUE SPACES.
007092 01  WS-SNAP-BALANCE-NUM        PIC S9(7)V99 VALUE 0.
007127
007139*****************************************************************
007151*  REPRESENTMENT WORK FIELDS - WS-REPR-MAX-ATTEMPTS IS THE
007163*  CEILING ON PRESENTATIONS OF ONE ITEM (THE ORIGINAL BATCH
007175*  PRESENTATION COUNTS AS THE FIRST), TAKEN FROM THE REPR-MAX
007176*  ENTRY IN FORCE ON THE PRODUCT PARAMETER FILE.  THE OUT
007186*  TABLE COLLECTS THE ITEMS DECLINED THIS RUN THAT STILL HAVE
007198*  PRESENTATIONS LEFT; IT BECOMES THE NEW REPRESENTMENT.CSV.
007210*  WS-PRESENT-ATTEMPT IS WHICH PRESENTATION THE ITEM CURRENTLY
007222*  BEING POSTED IS ON - STAMPED ON ANY DECLINE IT TAKES.
007233*****************************************************************
007245 01  WS-REPR-MAX-ATTEMPTS       PIC 9(2)    VALUE 0.
007257 01  WS-PRESENT-ATTEMPT         PIC 9(2)    VALUE 0.
007269 01  WS-REPR-EOF-SW             PIC X       VALUE "N".
007281     88  WS-REPR-EOF                        VALUE "Y".
007422         10  RPO-CATEGORY       PIC X(16).
007434         10  RPO-ATTEMPTS       PIC 9(2).
007446         10  RPO-FIRST-DATE     PIC X(10).
007447         10  RPO-REF-TXN-ID     PIC 9(4).
007458 01  WS-REPR-OUT-COUNT          PIC 9(4)    VALUE 0.
007469
007470*****************************************************************
007471*  NSF HISTORY TABLE - THE RUN'S NSF DECLINES AND FINAL RETURNS,
007472*  HELD UNTIL THE RUN ENDS CLEAN AND THEN APPENDED TO
007473*  NSF-HIST-FILE.  AN ITEM CAN BOTH DECLINE AND GO TO FINAL
007474*  RETURN, SO THE TABLE IS TWICE THE PENDING TABLE.
007475*  WS-NSFH-EVENT AND WS-NSFH-REASON ARE SET BY THE CALLER OF
007476*  3175-KEEP-NSF-EVENT.
007477*****************************************************************
007478 01  WS-NSFH-TABLE.
007479     05  WS-NSFH-ENTRY OCCURS 1000 TIMES
007480                       INDEXED BY NSH-IDX.
007481         10  NSH-EVENT          PIC X(7).
007482         10  NSH-ACCOUNT-ID     PIC X(10).
007483         10  NSH-TXN-TYPE       PIC X(12).
007484         10  NSH-AMOUNT         PIC 9(7)V99.
007485         10  NSH-REASON         PIC X(24).
007486         10  NSH-SOURCE         PIC X.
007487         10  NSH-ATTEMPTS       PIC 9(2).
007488 01  WS-NSFH-COUNT              PIC 9(4)    VALUE 0.
007489 01  WS-NSFH-EVENT              PIC X(7)    VALUE SPACES.
007490 01  WS-NSFH-REASON             PIC X(24)   VALUE SPACES.
007491
007492     COPY nsfrec.
007493
007494*****************************************************************
007495*  WS-REPR-LINE - ONE LINE ON REPRESENTMENT.CSV: THE ITEM AS
007505*  IT WILL BE RE-PRESENTED, HOW MANY TIMES IT HAS BEEN
007516*  PRESENTED SO FAR, THE DATE IT FIRST DECLINED, AND THE TXN
007520*  ID THE ITEM REFERS TO (ZERO WHEN IT REFERS TO NONE).
007528*****************************************************************
007540 01  WS-REPR-LINE.
007552     05  REP-ACCOUNT-ID         PIC X(10).
007670     05  REP-ATTEMPTS           PIC 9(2).
007682     05  FILLER                 PIC X       VALUE ",".
007693     05  REP-FIRST-DATE         PIC X(10).
007694     05  FILLER                 PIC X       VALUE ",".
007695     05  REP-REF-TXN-ID         PIC 9(4).
007705
007717*****************************************************************
007729*  WS-FRET-LINE - ONE LINE ON FINAL_RETURNS.CSV: AN ITEM THAT
009530     PERFORM 1300-LOAD-PENDING-TRANSACTIONS
009600     PERFORM 1100-OPEN-TXN-FILE
009650     MOVE WS-MAX-TXN-ID TO WS-TXN-ID
009660     PERFORM 1190-OPEN-LEDGER-INDEX
009670     OPEN OUTPUT DECLINE-FILE
009672     IF WS-DECL-FILE-STATUS NOT = "00"
009674         MOVE "OPEN OUTPUT DECLINE-FILE" TO WS-ABEND-CONTEXT
009696         PERFORM 9930-ABEND-GL-FILE
009698     END-IF
009699     PERFORM 1800-LOAD-GL-CHART
009700     PERFORM 1900-LOAD-PRODUCT-PARAMS
009701     PERFORM 1950-LOAD-STOP-PAYMENTS
009702     PERFORM 1970-LOAD-TERM-DEPOSITS
009703     OPEN OUTPUT GL-SUSP-FILE
009704     IF WS-GLSP-FILE-STATUS NOT = "00"
009708         MOVE "OPEN OUTPUT GL-SUSP-FILE" TO WS-ABEND-CONTEXT
009715         PERFORM 9998-ABEND-GL-SUSP-FILE
009722     END-IF
009729     PERFORM 1400-OPEN-ACCOUNT-MASTER
009736     PERFORM 1600-EXPAND-STANDING-ORDERS
009743     PERFORM 1650-EXPAND-REPRESENTMENTS
009747     PERFORM 1670-EXPAND-DISPUTE-POSTINGS
009749     PERFORM 1690-EXPAND-ESCHEAT-POSTINGS
009750     PERFORM 1697-EXPAND-APPROVED-POSTINGS
009752     PERFORM 1730-EXPAND-TD-POSTINGS
009754     PERFORM 1700-LOAD-DEPOSIT-HOLDS
009758     OPEN OUTPUT FINAL-RETURN-FILE
009765     IF WS-FRET-FILE-STATUS NOT = "00"
009772         MOVE "OPEN OUTPUT FINAL-RETURN" TO WS-ABEND-CONTEXT
009779         PERFORM 9990-ABEND-FRET-FILE
009786     END-IF
010300     DISPLAY "Starting daily account batch..."
010400     PERFORM 2100-READ-ACCOUNT
010600     EXIT.
010610
010611*****************************************************************
010646     EXIT.
010645
010800*****************************************************************
010810*  1100-OPEN-TXN-FILE - SEED THE SPEND TABLE AND THE HIGHEST
010812*  TXN ID, PREFERABLY FROM THE END-OF-DAY SNAPSHOT (NO REPLAY,
010814*  JUST OPEN EXTEND AND GO), OTHERWISE BY THE FULL READ PASS
010819*  THAT ALSO REBUILDS THE SPEND TABLE, THEN REOPEN EXTEND FOR THE
010830*  POSTING PASS.  STATUS "35" ON THE FIRST OPEN MEANS THERE IS NO
010840*  PRIOR FILE YET, WHICH IS FINE - EVERYTHING ELSE IS FATAL.
010850*****************************************************************
011504*****************************************************************
011506*  1150-TRY-SNAPSHOT-SEED - SEED FROM THE END-OF-DAY SNAPSHOT
011508*  WHEN IT CAN BE TRUSTED: PRESENT, HEADED, DATED FOR THE LAST
011510*  POSTED DAY, TRAILER COUNT INTACT.  A REVERSAL NEEDS NOTHING
011512*  THE REPLAY BUILDS - IT READS THE ROW IT NAMES FROM THE
011514*  LEDGER INDEX (3400-PREPARE-REVERSAL).  ANY FAILURE NAMES ITS
011516*  REASON, CLEARS WHATEVER WAS PART-SEEDED AND LETS THE FULL
011518*  REPLAY RUN AS IT ALWAYS HAS.
011520*****************************************************************
011522 1150-TRY-SNAPSHOT-SEED.
011524     MOVE "N" TO WS-SNAP-USED-SW
011526     MOVE SPACES TO WS-SNAP-REASON
011528     OPEN INPUT EOD-FILE
011530     IF WS-EOD-FILE-STATUS NOT = "00"
011532         MOVE "SNAPSHOT MISSING" TO WS-SNAP-REASON
011534     ELSE
011536         PERFORM 1160-READ-SNAPSHOT
011538             UNTIL WS-SNAP-EOF
011540         CLOSE EOD-FILE
011542         IF WS-SNAP-REASON = SPACES
011544            AND NOT WS-SNAP-HDR-SEEN
011546             MOVE "SNAPSHOT HEADER MISSING"
011548                 TO WS-SNAP-REASON
011550         END-IF
011552         IF WS-SNAP-REASON = SPACES
011554            AND NOT WS-SNAP-TRL-SEEN
011556             MOVE "SNAPSHOT TRAILER MISSING"
011558                 TO WS-SNAP-REASON
011560         END-IF
011562     END-IF
011564     IF WS-SNAP-REASON = SPACES
011566         MOVE "Y" TO WS-SNAP-USED-SW
011568         DISPLAY "SEEDED FROM EOD SNAPSHOT AS OF "
011570                 WS-SNAP-AS-OF
011572     ELSE
011574         DISPLAY "SNAPSHOT NOT USED - " WS-SNAP-REASON
011576         DISPLAY "FALLING BACK TO FULL LEDGER REPLAY"
011578         MOVE 0 TO WS-SPEND-COUNT
011580         MOVE 0 TO WS-MAX-TXN-ID
011582     END-IF
011584     EXIT.
011598
011634 1160-READ-SNAPSHOT.
011636     READ EOD-FILE
011638         AT END
011734     END-IF
011736     EXIT.
011738
011739*****************************************************************
011740*  1175-APPLY-SNAP-BALANCE - BALANCES ARE READ FROM THE LEDGER
011741*  INDEX BY KEY AS EACH ACCOUNT COMES UP, SO AN EBAL ROW ONLY
011742*  COUNTS TOWARD THE TRAILER CHECK.
011743*****************************************************************
011744 1175-APPLY-SNAP-BALANCE.
011745     IF NOT WS-SNAP-HDR-SEEN
011746         MOVE "SNAPSHOT HEADER MISSING" TO WS-SNAP-REASON
011747         MOVE "Y" TO WS-SNAP-EOF-SW
011748     ELSE
011762         ADD 1 TO WS-SNAP-DETAIL-COUNT
011776     END-IF
011778     EXIT.
011780
011866     END-IF
011868     EXIT.
011870
011871*****************************************************************
011872*  1190-OPEN-LEDGER-INDEX - OPEN THE LEDGER INDEX FOR UPDATE.
011873*  EVERY ROW THIS RUN POSTS IS WRITTEN TO IT AS WELL AS TO
011874*  TXN-FILE, AND EACH ACCOUNT'S STARTING BALANCE IS READ FROM
011875*  IT BY KEY, SO IT MUST BE THERE (STATUS 35: BANKIDX HAS NOT
011876*  BUILT IT) AND MUST BE LEVEL WITH THE LEDGER - IT HOLDS THE
011877*  HIGHEST TXN ID ALREADY USED AND NOTHING PAST IT.  AN INDEX
011878*  OUT OF STEP (A LEDGER RESTORED WITHOUT ITS INDEX, OR THE
011879*  OTHER WAY ROUND) STOPS THE RUN BEFORE ANYTHING POSTS; THE
011880*  BANKIDX LEDGER FUNCTION REBUILDS IT FROM THE LEDGER.
011881*****************************************************************
011882 1190-OPEN-LEDGER-INDEX.
011883     OPEN I-O LEDGER-IDX-FILE
011884     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
011885         MOVE "OPEN I-O LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
011886         PERFORM 9987-ABEND-LEDGIDX-FILE
011887     END-IF
011888     IF WS-MAX-TXN-ID > 0
011889         MOVE WS-MAX-TXN-ID TO WS-LDG-CHECK-ID
011890         PERFORM 1195-READ-LEDGER-INDEX-ID
011891         IF WS-LEDGIDX-FILE-STATUS = "23"
011892             MOVE "LEDGER-IDX BEHIND TXN-FILE" TO WS-ABEND-CONTEXT
011893             PERFORM 9987-ABEND-LEDGIDX-FILE
011894         END-IF
011895     END-IF
011896     IF WS-MAX-TXN-ID < 9999
011897         COMPUTE WS-LDG-CHECK-ID = WS-MAX-TXN-ID + 1
011898         PERFORM 1195-READ-LEDGER-INDEX-ID
011899         IF WS-LEDGIDX-FILE-STATUS NOT = "23"
011900             MOVE "LEDGER-IDX AHEAD OF TXN-FILE"
011901                 TO WS-ABEND-CONTEXT
011902             PERFORM 9987-ABEND-LEDGIDX-FILE
011903         END-IF
011904     END-IF
011905     EXIT.
011906
011907 1195-READ-LEDGER-INDEX-ID.
011908     MOVE WS-LDG-CHECK-ID TO LX-ROW-TXN-ID
011909     READ LEDGER-IDX-FILE
011910         KEY IS LX-ROW-TXN-ID
011911         INVALID KEY
011912             CONTINUE
011913     END-READ
011914     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
011915        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
011916        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
011917         MOVE "READ LEDGER-IDX-FILE (TXN ID)" TO WS-ABEND-CONTEXT
011918         PERFORM 9987-ABEND-LEDGIDX-FILE
011919     END-IF
011920     EXIT.
011921
011620*****************************************************************
011630*  1200-LOAD-LEDGER-HISTORY - REPLAY AN EXISTING TXN-FILE SO
011640*  WS-MAX-TXN-ID HOLDS THE HIGHEST TRANSACTION ID ALREADY USED
011650*  AND THE SPEND TABLE IS BUILT.
011660*****************************************************************
011670 1200-LOAD-LEDGER-HISTORY.
011680     READ TXN-FILE
011780     IF F-TXN-ID > WS-MAX-TXN-ID
011790         MOVE F-TXN-ID TO WS-MAX-TXN-ID
011800     END-IF
011881     IF F-TXN-TYPE = "PURCHASE" AND F-DATE (1:7) = WS-MONTH
011882         PERFORM 1230-ACCUMULATE-SPEND
011883     END-IF
011890     EXIT.
011891
012010*****************************************************************
012020*  1230-ACCUMULATE-SPEND - ADD THIS HISTORICAL PURCHASE TO THE
012030*  MONTH-TO-DATE SPEND TABLE FOR ITS ACCOUNT AND CATEGORY.  MUST
012230     ADD WS-HIST-AMOUNT TO SPD-TOTAL (WS-SPEND-MATCH-IDX)
012240     EXIT.
012250
012410*****************************************************************
012420*  1300-LOAD-PENDING-TRANSACTIONS - READ THE DAY'S BATCH OF
012430*  ACTIVITY INTO A TABLE SO IT CAN BE SCANNED PER ACCOUNT.  THE
012802     EXIT.
012803
012804*****************************************************************
012805*  1400-OPEN-ACCOUNT-MASTER - OPEN THE INDEXED ACCOUNTS MASTER
012806*  FOR THE ACCOUNT LOOP AND THE KEYED LOOKUPS; IT STAYS OPEN
012807*  UNTIL 9000-TERMINATE.  THERE IS NOTHING TO POST TO WITHOUT
012808*  IT, SO A MISSING INDEX STOPS THE RUN.
012809*****************************************************************
012810 1400-OPEN-ACCOUNT-MASTER.
012811     OPEN INPUT ACCOUNT-IDX-FILE
012812     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
012813         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
012814         PERFORM 9986-ABEND-ACCTIDX-FILE
012815     END-IF
012816     EXIT.
012817
012818*****************************************************************
012819*  1410-READ-MASTER - READ WS-MSTR-LOOKUP-ID BY KEY.  THE LOOP'S
012820*  OWN FIELDS WERE TAKEN OFF WS-ACCT-LINE WHEN ITS ACCOUNT WAS
012821*  READ, SO THE LINE IS FREE TO TAKE THE LOOKED-UP RECORD; THE
012822*  LOOP'S PLACE IN THE FILE IS RESTORED BY 2100-READ-ACCOUNT.
012823*****************************************************************
012824 1410-READ-MASTER.
012825     MOVE "N" TO WS-MSTR-FOUND-SW
012826     MOVE WS-MSTR-LOOKUP-ID TO AX-ACCOUNT-ID
012827     READ ACCOUNT-IDX-FILE
012828         INVALID KEY
012829             MOVE "N" TO WS-MSTR-FOUND-SW
012830         NOT INVALID KEY
012831             MOVE "Y" TO WS-MSTR-FOUND-SW
012832             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
012833             MOVE A-OPEN-BALANCE TO WS-MSTR-OPEN-BALANCE
012834             IF A-STATUS = SPACES
012835                 MOVE "ACTIVE" TO WS-MSTR-STATUS
012836             ELSE
012837                 MOVE A-STATUS TO WS-MSTR-STATUS
012838             END-IF
012839     END-READ
012840     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
012841        AND WS-ACCTIDX-FILE-STATUS NOT = "23"
012842         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
012843         PERFORM 9986-ABEND-ACCTIDX-FILE
012844     END-IF
012845     EXIT.
012846
012847*****************************************************************
012961*****************************************************************
012962 1625-EDIT-STANDING-ORDER.
012963     MOVE SPACES TO WS-SO-REJECT-REASON
012965     MOVE SO-ACCOUNT-ID TO WS-MSTR-LOOKUP-ID
012967     PERFORM 1410-READ-MASTER
012969     IF NOT WS-MSTR-FOUND
012973         MOVE "SO ACCT NOT ON MASTER" TO WS-SO-REJECT-REASON
012974     ELSE
012975         IF SO-TXN-TYPE NOT = "DEPOSIT"
013062     DISPLAY "STANDING ORDER REJECTED " SO-ACCOUNT-ID " "
013066             SO-TXN-TYPE " - " WS-SO-REJECT-REASON
013069     EXIT.
013070
013071*****************************************************************
013072*  1650-EXPAND-REPRESENTMENTS - INJECT EVERY ITEM ON THE
013073*  REPRESENTMENT QUEUE INTO THE PENDING TABLE, FLAGGED SOURCE
013074*  "R" AND CARRYING ITS PRESENTATION COUNT, THE WAY DUE
013075*  STANDING ORDERS ARE INJECTED.  RUNS AFTER THE BATCH LOAD SO
013076*  THE BATCH TRAILER STILL PROVES ONLY WHAT WAS KEYED.  THE
013077*  ITEMS WERE EDITED ON THE DAY THEY WERE FIRST KEYED AND HAVE
013078*  ALREADY POSTED-AND-BOUNCED, SO NO RE-EDIT IS NEEDED.
013079*  STATUS "35" MEANS NOTHING IS QUEUED, WHICH IS FINE.
013080*****************************************************************
013081 1650-EXPAND-REPRESENTMENTS.
013082     OPEN INPUT REPR-FILE
013083     IF WS-REPR-FILE-STATUS = "00"
013084         PERFORM 1660-READ-REPRESENTMENT
013085             UNTIL WS-REPR-EOF
013086         CLOSE REPR-FILE
013087         IF WS-REPR-EXPANDED-COUNT > 0
013088             DISPLAY "ITEMS RE-PRESENTED TODAY: "
013089                     WS-REPR-EXPANDED-COUNT
013090         END-IF
013091     ELSE
013092         IF WS-REPR-FILE-STATUS NOT = "35"
013093             MOVE "OPEN INPUT REPR-FILE" TO WS-ABEND-CONTEXT
013094             PERFORM 9985-ABEND-REPR-FILE
013095         END-IF
013096     END-IF
013097     EXIT.
013098
013099 1660-READ-REPRESENTMENT.
013100     READ REPR-FILE
013101         AT END
013102             MOVE "Y" TO WS-REPR-EOF-SW
013103         NOT AT END
013104             IF WS-PEND-COUNT = 500
013105                 MOVE "WS-PEND-TABLE OCCURS 500"
013106                     TO WS-ABEND-CONTEXT
013107                 PERFORM 9940-ABEND-TABLE-OVERFLOW
013108             END-IF
013109             MOVE REPR-RECORD TO WS-REPR-LINE
013110             IF REP-REF-TXN-ID NOT NUMERIC
013111                 MOVE 0 TO REP-REF-TXN-ID
013112             END-IF
013115             ADD 1 TO WS-PEND-COUNT
013116             ADD 1 TO WS-REPR-EXPANDED-COUNT
013117             MOVE REP-ACCOUNT-ID
013124                 TO PND-MERCHANT       (WS-PEND-COUNT)
013125             MOVE REP-CATEGORY
013126                 TO PND-CATEGORY       (WS-PEND-COUNT)
013127             MOVE REP-REF-TXN-ID
013128                 TO PND-REF-TXN-ID     (WS-PEND-COUNT)
013129             MOVE SPACES
013130                 TO PND-CO-ACCOUNT-ID  (WS-PEND-COUNT)
013139     END-READ
013140     EXIT.
013141
013142*****************************************************************
013143*  1670-EXPAND-DISPUTE-POSTINGS - EVERY DISPUTE CREDIT AND
013144*  RE-DEBIT BANKDISP HAS QUEUED JOINS THE PENDING TABLE AS A
013145*  QUEUED ITEM (SOURCE "Q") CARRYING THE DISPUTED TXN ID.
013146*  STATUS "35" MEANS NO DISPUTE HAS EVER BEEN QUEUED, WHICH IS
013147*  FINE.
013148*****************************************************************
013149 1670-EXPAND-DISPUTE-POSTINGS.
013150     OPEN INPUT DISP-POST-FILE
013151     IF WS-DPOST-FILE-STATUS = "00"
013152         PERFORM 1680-READ-DISPUTE-POSTING
013153             UNTIL WS-DPOST-EOF
013154         CLOSE DISP-POST-FILE
013155         IF WS-DPOST-EXPANDED-COUNT > 0
013156             DISPLAY "DISPUTE ITEMS TO POST TODAY: "
013157                     WS-DPOST-EXPANDED-COUNT
013158         END-IF
013159     ELSE
013160         IF WS-DPOST-FILE-STATUS NOT = "35"
013161             MOVE "OPEN INPUT DISP-POST-FILE" TO WS-ABEND-CONTEXT
013162             PERFORM 9978-ABEND-DPOST-FILE
013163         END-IF
013164     END-IF
013165     EXIT.
013166
013167 1680-READ-DISPUTE-POSTING.
013168     READ DISP-POST-FILE
013169         AT END
013170             MOVE "Y" TO WS-DPOST-EOF-SW
013171         NOT AT END
013172             IF WS-PEND-COUNT = 500
013173                 MOVE "WS-PEND-TABLE OCCURS 500"
013174                     TO WS-ABEND-CONTEXT
013175                 PERFORM 9940-ABEND-TABLE-OVERFLOW
013176             END-IF
013177             MOVE DISP-POST-RECORD TO DSPQ-CSV-RECORD
013178             ADD 1 TO WS-PEND-COUNT
013179             ADD 1 TO WS-DPOST-EXPANDED-COUNT
013180             MOVE DQ-ACCOUNT-ID
013181                 TO PND-ACCOUNT-ID     (WS-PEND-COUNT)
013182             MOVE DQ-TXN-TYPE
013183                 TO PND-TXN-TYPE       (WS-PEND-COUNT)
013184             MOVE DQ-AMOUNT
013185                 TO PND-AMOUNT         (WS-PEND-COUNT)
013186             MOVE DQ-MERCHANT
013187                 TO PND-MERCHANT       (WS-PEND-COUNT)
013188             MOVE DQ-CATEGORY
013189                 TO PND-CATEGORY       (WS-PEND-COUNT)
013190             MOVE DQ-REF-TXN-ID
013191                 TO PND-REF-TXN-ID     (WS-PEND-COUNT)
013192             MOVE SPACES
013193                 TO PND-CO-ACCOUNT-ID  (WS-PEND-COUNT)
013194             MOVE "Q"
013195                 TO PND-SOURCE         (WS-PEND-COUNT)
013196             MOVE SPACES
013197                 TO PND-HOLD-DATE      (WS-PEND-COUNT)
013198             MOVE 0
013199                 TO PND-REPR-ATTEMPTS  (WS-PEND-COUNT)
013200             MOVE SPACES
013201                 TO PND-REPR-DATE      (WS-PEND-COUNT)
013202     END-READ
013203     EXIT.
013204
013205*****************************************************************
013206*  1690-EXPAND-ESCHEAT-POSTINGS - EVERY UNCLAIMED BALANCE
013207*  BANKESCH HAS QUEUED FOR REMITTANCE TO THE STATE JOINS THE
013208*  PENDING TABLE AS A QUEUED ESCHEAT DEBIT (SOURCE "Q").
013209*  STATUS "35" MEANS NO ESCHEATMENT HAS EVER BEEN RUN, WHICH
013210*  IS FINE.
013211*****************************************************************
013212 1690-EXPAND-ESCHEAT-POSTINGS.
013213     OPEN INPUT ESCH-POST-FILE
013214     IF WS-EPOST-FILE-STATUS = "00"
013215         PERFORM 1695-READ-ESCHEAT-POSTING
013216             UNTIL WS-EPOST-EOF
013217         CLOSE ESCH-POST-FILE
013218         IF WS-EPOST-EXPANDED-COUNT > 0
013219             DISPLAY "ESCHEAT ITEMS TO POST TODAY: "
013220                     WS-EPOST-EXPANDED-COUNT
013221         END-IF
013222     ELSE
013223         IF WS-EPOST-FILE-STATUS NOT = "35"
013224             MOVE "OPEN INPUT ESCH-POST-FILE" TO WS-ABEND-CONTEXT
013225             PERFORM 9979-ABEND-EPOST-FILE
013226         END-IF
013227     END-IF
013228     EXIT.
013229
013230 1695-READ-ESCHEAT-POSTING.
013231     READ ESCH-POST-FILE
013232         AT END
013233             MOVE "Y" TO WS-EPOST-EOF-SW
013234         NOT AT END
013235             IF WS-PEND-COUNT = 500
013236                 MOVE "WS-PEND-TABLE OCCURS 500"
013237                     TO WS-ABEND-CONTEXT
013238                 PERFORM 9940-ABEND-TABLE-OVERFLOW
013239             END-IF
013240             MOVE ESCH-POST-RECORD TO ESCQ-CSV-RECORD
013241             ADD 1 TO WS-PEND-COUNT
013242             ADD 1 TO WS-EPOST-EXPANDED-COUNT
013243             MOVE EQ-ACCOUNT-ID
013244                 TO PND-ACCOUNT-ID     (WS-PEND-COUNT)
013245             MOVE EQ-TXN-TYPE
013246                 TO PND-TXN-TYPE       (WS-PEND-COUNT)
013247             MOVE EQ-AMOUNT
013248                 TO PND-AMOUNT         (WS-PEND-COUNT)
013249             MOVE EQ-MERCHANT
013250                 TO PND-MERCHANT       (WS-PEND-COUNT)
013251             MOVE EQ-CATEGORY
013252                 TO PND-CATEGORY       (WS-PEND-COUNT)
013253             MOVE 0
013254                 TO PND-REF-TXN-ID     (WS-PEND-COUNT)
013255             MOVE SPACES
013256                 TO PND-CO-ACCOUNT-ID  (WS-PEND-COUNT)
013257             MOVE "Q"
013258                 TO PND-SOURCE         (WS-PEND-COUNT)
013259             MOVE SPACES
013260                 TO PND-HOLD-DATE      (WS-PEND-COUNT)
013261             MOVE 0
013262                 TO PND-REPR-ATTEMPTS  (WS-PEND-COUNT)
013263             MOVE SPACES
013264                 TO PND-REPR-DATE      (WS-PEND-COUNT)
013265     END-READ
013266     EXIT.
013267
013268*****************************************************************
013269*  1697-EXPAND-APPROVED-POSTINGS - EVERY BATCH ITEM A SECOND
013270*  OPERATOR HAS APPROVED SINCE THE LAST RUN JOINS THE PENDING
013271*  TABLE AS THE BATCH DETAIL IT WAS KEYED AS, AND IS EDITED AND
013272*  POSTED LIKE ONE.  IT CARRIES SOURCE "Q", NOT "B": IT IS NOT
013273*  ON TODAY'S PENDING_CLEAN.CSV, SO THE RECONCILIATION AND THE
013274*  RETURNS MATCH MUST NOT TAKE IT FOR ONE OF THE DAY'S BATCH.
013275*  STATUS "35" MEANS NOTHING HAS EVER BEEN APPROVED, WHICH IS
013276*  FINE.
013277*****************************************************************
013278 1697-EXPAND-APPROVED-POSTINGS.
013279     OPEN INPUT APPR-POST-FILE
013280     IF WS-APOST-FILE-STATUS = "00"
013281         PERFORM 1698-READ-APPROVED-POSTING
013282             UNTIL WS-APOST-EOF
013283         CLOSE APPR-POST-FILE
013284         IF WS-APOST-EXPANDED-COUNT > 0
013285             DISPLAY "APPROVED ITEMS TO POST TODAY: "
013286                     WS-APOST-EXPANDED-COUNT
013287         END-IF
013288     ELSE
013289         IF WS-APOST-FILE-STATUS NOT = "35"
013290             MOVE "OPEN INPUT APPR-POST-FILE" TO WS-ABEND-CONTEXT
013291             PERFORM 9981-ABEND-APOST-FILE
013292         END-IF
013293     END-IF
013294     EXIT.
013295
013296 1698-READ-APPROVED-POSTING.
013297     READ APPR-POST-FILE
013298         AT END
013299             MOVE "Y" TO WS-APOST-EOF-SW
013300         NOT AT END
013301             IF WS-PEND-COUNT = 500
013302                 MOVE "WS-PEND-TABLE OCCURS 500"
013303                     TO WS-ABEND-CONTEXT
013304                 PERFORM 9940-ABEND-TABLE-OVERFLOW
013305             END-IF
013306             MOVE APPR-POST-RECORD TO WS-PEND-LINE
013307             ADD 1 TO WS-PEND-COUNT
013308             ADD 1 TO WS-APOST-EXPANDED-COUNT
013309             MOVE P-ACCOUNT-ID
013310                 TO PND-ACCOUNT-ID     (WS-PEND-COUNT)
013311             MOVE P-TXN-TYPE
013312                 TO PND-TXN-TYPE       (WS-PEND-COUNT)
013313             MOVE P-AMOUNT
013314                 TO PND-AMOUNT         (WS-PEND-COUNT)
013315             MOVE P-MERCHANT
013316                 TO PND-MERCHANT       (WS-PEND-COUNT)
013317             MOVE P-CATEGORY
013318                 TO PND-CATEGORY       (WS-PEND-COUNT)
013319             MOVE P-REF-TXN-ID
013320                 TO PND-REF-TXN-ID     (WS-PEND-COUNT)
013321             MOVE P-CO-ACCOUNT-ID
013322                 TO PND-CO-ACCOUNT-ID  (WS-PEND-COUNT)
013323             MOVE "Q"
013324                 TO PND-SOURCE         (WS-PEND-COUNT)
013325             MOVE P-HOLD-DATE
013326                 TO PND-HOLD-DATE      (WS-PEND-COUNT)
013327             MOVE 0
013328                 TO PND-REPR-ATTEMPTS  (WS-PEND-COUNT)
013329             MOVE SPACES
013330                 TO PND-REPR-DATE      (WS-PEND-COUNT)
013331     END-READ
013332     EXIT.
013333
013334*****************************************************************
013335*  1700-LOAD-DEPOSIT-HOLDS - READ THE HOLDS STILL ON FILE FROM
013336*  PRIOR RUNS.  A HOLD WHOSE RELEASE DATE HAS ARRIVED (NOT
013337*  AFTER THE BUSINESS DATE) IS DROPPED HERE - THAT IS THE
013338*  AUTOMATIC RELEASE - AND ONLY THE SURVIVORS JOIN THE TABLE
013339*  THE NSF CHECK CONSULTS.  STATUS "35" MEANS NO HOLD HAS EVER
013340*  BEEN TAKEN YET, WHICH IS FINE.
013341*****************************************************************
013342 1700-LOAD-DEPOSIT-HOLDS.
013343     OPEN INPUT HOLD-FILE
013344     IF WS-HOLD-FILE-STATUS = "00"
013345         PERFORM 1710-READ-HOLD
013346             UNTIL WS-HOLD-EOF
013347         CLOSE HOLD-FILE
013348         IF WS-HOLD-RELEASED-COUNT > 0
013349             DISPLAY "DEPOSIT HOLDS RELEASED: "
013350                     WS-HOLD-RELEASED-COUNT
013351         END-IF
013352     ELSE
013353         IF WS-HOLD-FILE-STATUS NOT = "35"
013354             MOVE "OPEN INPUT HOLD-FILE" TO WS-ABEND-CONTEXT
013355             PERFORM 9980-ABEND-HOLD-FILE
013356         END-IF
013357     END-IF
013358     EXIT.
013359
013360 1710-READ-HOLD.
013361     READ HOLD-FILE
013362         AT END
013363             MOVE "Y" TO WS-HOLD-EOF-SW
013364         NOT AT END
013365             MOVE HOLD-RECORD TO WS-HOLD-LINE
013366             IF HLD-REC-RELEASE-DATE > WS-DATE
013367                 IF WS-HOLD-COUNT = 200
013368                     MOVE "WS-HOLD-TABLE OCCURS 200"
013369                         TO WS-ABEND-CONTEXT
013370                     PERFORM 9940-ABEND-TABLE-OVERFLOW
013371                 END-IF
013372                 ADD 1 TO WS-HOLD-COUNT
013373                 MOVE HLD-REC-ACCOUNT-ID
013374                     TO HLD-ACCOUNT-ID   (WS-HOLD-COUNT)
013375                 MOVE HLD-REC-AMOUNT
013376                     TO HLD-AMOUNT       (WS-HOLD-COUNT)
013377                 MOVE HLD-REC-RELEASE-DATE
013378                     TO HLD-RELEASE-DATE (WS-HOLD-COUNT)
013379                 IF HLD-REC-TXN-ID NUMERIC
013380                     MOVE HLD-REC-TXN-ID
013381                         TO HLD-TXN-ID   (WS-HOLD-COUNT)
013382                 ELSE
013383                     MOVE 0 TO HLD-TXN-ID (WS-HOLD-COUNT)
013384                 END-IF
013385             ELSE
013386                 ADD 1 TO WS-HOLD-RELEASED-COUNT
013387             END-IF
013388     END-READ
013389     EXIT.
013390
013391*****************************************************************
013392*  1730-EXPAND-TD-POSTINGS - EVERY TERM DEPOSIT PRINCIPAL AND
013393*  INTEREST CREDIT BANKTDEP HAS QUEUED FOR A MATURED, ROLLED OR
013394*  BROKEN DEPOSIT JOINS THE PENDING TABLE AS A QUEUED CREDIT
013395*  (SOURCE "Q") TO THE LINKED ACCOUNT.  STATUS "35" MEANS NO
013396*  DEPOSIT HAS EVER PAID OUT, WHICH IS FINE.
013397*****************************************************************
013398 1730-EXPAND-TD-POSTINGS.
013399     OPEN INPUT TD-POST-FILE
013400     IF WS-TPOST-FILE-STATUS = "00"
013401         PERFORM 1740-READ-TD-POSTING
013402             UNTIL WS-TPOST-EOF
013403         CLOSE TD-POST-FILE
013404         IF WS-TPOST-EXPANDED-COUNT > 0
013405             DISPLAY "TERM DEPOSIT ITEMS TO POST TODAY: "
013406                     WS-TPOST-EXPANDED-COUNT
013407         END-IF
013408     ELSE
013409         IF WS-TPOST-FILE-STATUS NOT = "35"
013410             MOVE "OPEN INPUT TD-POST-FILE" TO WS-ABEND-CONTEXT
013411             PERFORM 9982-ABEND-TPOST-FILE
013412         END-IF
013413     END-IF
013414     EXIT.
013415
013416 1740-READ-TD-POSTING.
013417     READ TD-POST-FILE
013418         AT END
013419             MOVE "Y" TO WS-TPOST-EOF-SW
013420         NOT AT END
013421             IF WS-PEND-COUNT = 500
013422                 MOVE "WS-PEND-TABLE OCCURS 500"
013423                     TO WS-ABEND-CONTEXT
013424                 PERFORM 9940-ABEND-TABLE-OVERFLOW
013425             END-IF
013426             MOVE TD-POST-RECORD TO TDQ-CSV-RECORD
013427             ADD 1 TO WS-PEND-COUNT
013428             ADD 1 TO WS-TPOST-EXPANDED-COUNT
013429             MOVE TQ-ACCOUNT-ID
013430                 TO PND-ACCOUNT-ID     (WS-PEND-COUNT)
013431             MOVE TQ-TXN-TYPE
013432                 TO PND-TXN-TYPE       (WS-PEND-COUNT)
013433             MOVE TQ-AMOUNT
013434                 TO PND-AMOUNT         (WS-PEND-COUNT)
013435             MOVE TQ-MERCHANT
013436                 TO PND-MERCHANT       (WS-PEND-COUNT)
013437             MOVE TQ-CATEGORY
013438                 TO PND-CATEGORY       (WS-PEND-COUNT)
013439             MOVE 0
013440                 TO PND-REF-TXN-ID     (WS-PEND-COUNT)
013441             MOVE SPACES
013442                 TO PND-CO-ACCOUNT-ID  (WS-PEND-COUNT)
013443             MOVE "Q"
013444                 TO PND-SOURCE         (WS-PEND-COUNT)
013445             MOVE SPACES
013446                 TO PND-HOLD-DATE      (WS-PEND-COUNT)
013447             MOVE 0
013448                 TO PND-REPR-ATTEMPTS  (WS-PEND-COUNT)
013449             MOVE SPACES
013450                 TO PND-REPR-DATE      (WS-PEND-COUNT)
013451     END-READ
013452     EXIT.
013453
013454*****************************************************************
013455*  1800-LOAD-GL-CHART - LOAD THE OPERATOR'S CHART-OF-ACCOUNTS
013456*  MAPPING.  NO CHART, OR A CHART WITHOUT ITS CASH-ACCT ROW,
013457*  REFUSES THE RUN UP FRONT - EVERY POSTING WOULD ONLY
013458*  SUSPEND.  A ROW WHOSE GL ACCOUNT IS NOT NUMERIC IS SKIPPED
013459*  WITH A SHOUT SO ONE TYPO CANNOT SINK THE WHOLE CHART.
013460*****************************************************************
013461 1800-LOAD-GL-CHART.
013462     OPEN INPUT GL-CHART-FILE
013463     IF WS-GLCH-FILE-STATUS NOT = "00"
013464         MOVE "OPEN INPUT GL-CHART-FILE" TO WS-ABEND-CONTEXT
013465         PERFORM 9997-ABEND-GL-CHART-FILE
013466     END-IF
013467     PERFORM 1810-READ-GL-CHART
013468         UNTIL WS-GLCH-EOF
013469     CLOSE GL-CHART-FILE
013470     IF WS-CASH-GL-ACCT = 0
013471         MOVE "CHART CASH-ACCT ROW MISSING" TO WS-ABEND-CONTEXT
013472         PERFORM 9997-ABEND-GL-CHART-FILE
013473     END-IF
013474     EXIT.
013475
013476 1810-READ-GL-CHART.
013477     READ GL-CHART-FILE
013478         AT END
013479             MOVE "Y" TO WS-GLCH-EOF-SW
013480         NOT AT END
013481             MOVE GL-CHART-RECORD TO GLC-CSV-RECORD
013482             IF GC-GL-ACCOUNT NOT NUMERIC
013483                 DISPLAY "GL CHART ROW SKIPPED - "
013484                         "ACCOUNT NOT NUMERIC: "
013485                         GC-TXN-TYPE " " GC-CATEGORY
013486             ELSE
013487                 IF GC-TXN-TYPE = "CASH-ACCT"
013488                     MOVE GC-GL-ACCOUNT TO WS-CASH-GL-ACCT
013489                 ELSE
013490                     IF WS-CHART-COUNT = 100
013491                         MOVE "WS-CHART-TABLE OCCURS 100"
013492                             TO WS-ABEND-CONTEXT
013493                         PERFORM 9940-ABEND-TABLE-OVERFLOW
013494                     END-IF
013495                     ADD 1 TO WS-CHART-COUNT
013496                     MOVE GC-TXN-TYPE
013497                         TO CHT-TXN-TYPE   (WS-CHART-COUNT)
013498                     MOVE GC-CATEGORY
013499                         TO CHT-CATEGORY   (WS-CHART-COUNT)
013500                     MOVE GC-GL-ACCOUNT
013501                         TO CHT-GL-ACCOUNT (WS-CHART-COUNT)
013502                 END-IF
013503             END-IF
013504     END-READ
013505     EXIT.
013506
013507*****************************************************************
013508*  1900-LOAD-PRODUCT-PARAMS - TAKE THE BUDGET CAPS AND THE
013509*  REPRESENTMENT CEILING IN FORCE ON THE BUSINESS DATE FROM
013510*  THE PRODUCT PARAMETER FILE.  NO FILE, OR NO REPR-MAX ENTRY
013511*  IN FORCE, REFUSES THE RUN UP FRONT - THE RUN CANNOT
013512*  DISPOSE OF A DECLINED ITEM WITHOUT ITS CEILING.  NO
013513*  BUDGET-CAP ENTRIES JUST MEANS NO CATEGORY IS CAPPED.
013514*****************************************************************
013515 1900-LOAD-PRODUCT-PARAMS.
013516     OPEN INPUT PARAM-FILE
013517     IF WS-PARM-FILE-STATUS NOT = "00"
013518         MOVE "OPEN INPUT PARAM-FILE" TO WS-ABEND-CONTEXT
013519         PERFORM 9975-ABEND-PARAM-FILE
013520     END-IF
013521     PERFORM 1910-READ-PRODUCT-PARAM
013522         UNTIL WS-PARM-EOF
013523     CLOSE PARAM-FILE
013524     IF WS-REPR-MAX-EFF-DATE = SPACES
013525         MOVE "PARAM REPR-MAX NOT IN FORCE" TO WS-ABEND-CONTEXT
013526         PERFORM 9975-ABEND-PARAM-FILE
013527     END-IF
013528     DISPLAY "PARAMETERS IN FORCE - BUDGET CAPS: "
013529             WS-BUDGET-COUNT
013530             " REPRESENTMENT CEILING: " WS-REPR-MAX-ATTEMPTS
013531     EXIT.
013532
013533*****************************************************************
013534*  1910-READ-PRODUCT-PARAM - ONE PARAMETER LINE.  ROWS DATED
013535*  AFTER THE BUSINESS DATE ARE NOT IN FORCE YET AND ROWS OF
013536*  TYPES THIS RUN DOES NOT USE ARE PASSED OVER.  A ROW WHOSE
013537*  AMOUNT IS NOT NUMERIC IS SKIPPED WITH A SHOUT SO ONE TYPO
013538*  CANNOT SINK THE WHOLE FILE.
013539*****************************************************************
013540 1910-READ-PRODUCT-PARAM.
013541     READ PARAM-FILE
013542         AT END
013543             MOVE "Y" TO WS-PARM-EOF-SW
013544         NOT AT END
013545             MOVE PARAM-RECORD TO WS-PARM-LINE
013546             IF PR-EFF-DATE NOT > WS-DATE
013547                 IF PR-AMOUNT NOT NUMERIC
013548                     DISPLAY "PARAMETER ROW SKIPPED - "
013549                             "AMOUNT NOT NUMERIC: "
013550                             PR-PARAM-TYPE " " PR-PARAM-KEY
013551                 ELSE
013552                     IF PR-TYPE-BUDGET-CAP
013553                         PERFORM 1920-APPLY-BUDGET-PARAM
013554                     END-IF
013555                     IF PR-TYPE-REPR-MAX
013556                        AND PR-EFF-DATE NOT < WS-REPR-MAX-EFF-DATE
013557                         MOVE PR-EFF-DATE TO WS-REPR-MAX-EFF-DATE
013558                         MOVE PR-AMOUNT   TO WS-REPR-MAX-ATTEMPTS
013559                     END-IF
013560                 END-IF
013561             END-IF
013562     END-READ
013563     EXIT.
013564
013565*****************************************************************
013566*  1920-APPLY-BUDGET-PARAM - A CATEGORY ALREADY IN THE TABLE
013567*  TAKES THIS ROW ONLY IF IT IS THE LATER-DATED ENTRY; A NEW
013568*  CATEGORY IS ADDED.
013569*****************************************************************
013570 1920-APPLY-BUDGET-PARAM.
013571     MOVE 0 TO WS-BUDGET-MATCH-IDX
013572     PERFORM VARYING BUD-IDX FROM 1 BY 1
013573             UNTIL BUD-IDX > WS-BUDGET-COUNT
013574         IF BUD-CATEGORY (BUD-IDX) = PR-PARAM-KEY
013575             MOVE BUD-IDX         TO WS-BUDGET-MATCH-IDX
013576             MOVE WS-BUDGET-COUNT TO BUD-IDX
013577         END-IF
013578     END-PERFORM
013579     IF WS-BUDGET-MATCH-IDX = 0
013580         IF WS-BUDGET-COUNT = 50
013581             MOVE "WS-BUDGET-TABLE OCCURS 50" TO WS-ABEND-CONTEXT
013582             PERFORM 9940-ABEND-TABLE-OVERFLOW
013583         END-IF
013584         ADD 1 TO WS-BUDGET-COUNT
013585         MOVE WS-BUDGET-COUNT TO WS-BUDGET-MATCH-IDX
013586         MOVE PR-PARAM-KEY
013587             TO BUD-CATEGORY (WS-BUDGET-MATCH-IDX)
013588         MOVE SPACES
013589             TO BUD-EFF-DATE (WS-BUDGET-MATCH-IDX)
013590     END-IF
013591     IF PR-EFF-DATE NOT < BUD-EFF-DATE (WS-BUDGET-MATCH-IDX)
013592         MOVE PR-EFF-DATE TO BUD-EFF-DATE (WS-BUDGET-MATCH-IDX)
013593         MOVE PR-AMOUNT   TO BUD-CAP      (WS-BUDGET-MATCH-IDX)
013594     END-IF
013595     EXIT.
013596
013597*****************************************************************
013598*  1950-LOAD-STOP-PAYMENTS - TAKE EVERY STOP IN FORCE ON THE
013599*  BUSINESS DATE AND OPEN THE DAY'S STOP ACTIVITY FILE FOR THE
013600*  MATCHES.  NO STOP FILE (STATUS "35") JUST MEANS NO STOP HAS
013601*  EVER BEEN PLACED.  NO ACTIVITY FILE MEANS BANKSTOP DID NOT
013602*  RUN TODAY, SO THIS RUN STARTS ONE.
013603*****************************************************************
013604 1950-LOAD-STOP-PAYMENTS.
013605     OPEN INPUT STOP-FILE
013606     IF WS-STOP-FILE-STATUS = "00"
013607         PERFORM 1960-READ-STOP-PAYMENT
013608             UNTIL WS-STOP-EOF
013609         CLOSE STOP-FILE
013610     ELSE
013611         IF WS-STOP-FILE-STATUS NOT = "35"
013612             MOVE "OPEN INPUT STOP-FILE" TO WS-ABEND-CONTEXT
013613             PERFORM 9976-ABEND-STOP-FILE
013614         END-IF
013615     END-IF
013616     OPEN EXTEND STOP-ACT-FILE
013617     IF WS-STACT-FILE-STATUS = "35"
013618         OPEN OUTPUT STOP-ACT-FILE
013619     END-IF
013620     IF WS-STACT-FILE-STATUS NOT = "00"
013621         MOVE "OPEN EXTEND STOP-ACT-FILE" TO WS-ABEND-CONTEXT
013622         PERFORM 9977-ABEND-STACT-FILE
013623     END-IF
013624     DISPLAY "STOP PAYMENTS IN FORCE: " WS-STOP-COUNT
013625     EXIT.
013626
013627*****************************************************************
013628*  1960-READ-STOP-PAYMENT - ONE STOP LINE.  A STOP NOT YET
013629*  PLACED OR ALREADY EXPIRED ON THE BUSINESS DATE IS PASSED
013630*  OVER, SO AN EXPIRED STOP NEVER CATCHES AN ITEM EVEN ON A DAY
013631*  BANKSTOP DID NOT RUN.  A ROW WHOSE AMOUNTS ARE NOT NUMERIC IS
013632*  SKIPPED WITH A SHOUT.
013633*****************************************************************
013634 1960-READ-STOP-PAYMENT.
013635     READ STOP-FILE
013636         AT END
013637             MOVE "Y" TO WS-STOP-EOF-SW
013638         NOT AT END
013639             MOVE STOP-RECORD TO WS-STOP-LINE
013640             IF ST-AMOUNT-LOW NOT NUMERIC
013641                OR ST-AMOUNT-HIGH NOT NUMERIC
013642                 DISPLAY "STOP ROW SKIPPED - "
013643                         "AMOUNT NOT NUMERIC: "
013644                         ST-ACCOUNT-ID " " ST-PAYEE
013645             ELSE
013646                 IF ST-PLACED-DATE NOT > WS-DATE
013647                    AND ST-EXPIRY-DATE NOT < WS-DATE
013648                     IF WS-STOP-COUNT = 200
013649                         MOVE "WS-STOP-TABLE OCCURS 200"
013650                             TO WS-ABEND-CONTEXT
013651                         PERFORM 9940-ABEND-TABLE-OVERFLOW
013652                     END-IF
013653                     ADD 1 TO WS-STOP-COUNT
013654                     MOVE ST-ACCOUNT-ID
013655                         TO STP-ACCOUNT-ID  (WS-STOP-COUNT)
013656                     MOVE ST-PAYEE
013657                         TO STP-PAYEE       (WS-STOP-COUNT)
013658                     MOVE ST-AMOUNT-LOW
013659                         TO STP-AMOUNT-LOW  (WS-STOP-COUNT)
013660                     MOVE ST-AMOUNT-HIGH
013661                         TO STP-AMOUNT-HIGH (WS-STOP-COUNT)
013662                     MOVE ST-PLACED-DATE
013663                         TO STP-PLACED-DATE (WS-STOP-COUNT)
013664                     MOVE ST-EXPIRY-DATE
013665                         TO STP-EXPIRY-DATE (WS-STOP-COUNT)
013666                 END-IF
013667             END-IF
013668     END-READ
013669     EXIT.
013670
013671*****************************************************************
013672*  1970-LOAD-TERM-DEPOSITS - EVERY DEPOSIT ON THE TERM DEPOSIT
013673*  MASTER BY ID, LINKED ACCOUNT AND STATUS.  STATUS "35" MEANS
013674*  NO DEPOSIT HAS EVER BEEN OPENED, WHICH IS FINE.
013675*****************************************************************
013676 1970-LOAD-TERM-DEPOSITS.
013677     OPEN INPUT TD-FILE
013678     IF WS-TDM-FILE-STATUS = "00"
013679         PERFORM 1975-READ-TERM-DEPOSIT
013680             UNTIL WS-TDM-EOF
013681         CLOSE TD-FILE
013682     ELSE
013683         IF WS-TDM-FILE-STATUS NOT = "35"
013684             MOVE "OPEN INPUT TD-FILE" TO WS-ABEND-CONTEXT
013685             PERFORM 9984-ABEND-TD-FILE
013686         END-IF
013687     END-IF
013688     EXIT.
013689
013690 1975-READ-TERM-DEPOSIT.
013691     READ TD-FILE
013692         AT END
013693             MOVE "Y" TO WS-TDM-EOF-SW
013694         NOT AT END
013695             IF WS-TDL-COUNT = 500
013696                 MOVE "WS-TDL-TABLE OCCURS 500"
013697                     TO WS-ABEND-CONTEXT
013698                 PERFORM 9940-ABEND-TABLE-OVERFLOW
013699             END-IF
013700             MOVE TD-RECORD TO TDM-CSV-RECORD
013701             ADD 1 TO WS-TDL-COUNT
013702             MOVE TM-DEPOSIT-ID
013703                 TO TDL-DEPOSIT-ID  (WS-TDL-COUNT)
013704             MOVE TM-ACCOUNT-ID
013705                 TO TDL-ACCOUNT-ID  (WS-TDL-COUNT)
013706             MOVE TM-STATUS
013707                 TO TDL-STATUS      (WS-TDL-COUNT)
013708             MOVE "N"
013709                 TO TDL-FUNDED-SW   (WS-TDL-COUNT)
013710             MOVE 0
013711                 TO TDL-FUND-AMOUNT (WS-TDL-COUNT)
013712             MOVE 0
013713                 TO TDL-FUND-TXN-ID (WS-TDL-COUNT)
013714     END-READ
013715     EXIT.
013716
011800*****************************************************************
011900*  2000-PROCESS-ACCOUNTS - ONE ITERATION PER ACCOUNT ON THE
012000*  INDEXED ACCOUNTS MASTER, IN ACCOUNT ID ORDER.
012100*****************************************************************
012200 2000-PROCESS-ACCOUNTS.
012250     ADD 1 TO WS-ACCT-PROC-COUNT
012732             IF WS-ACCT-STATUS = "ACTIVE"
012740                 PERFORM 3000-POST-TRANSACTION
012742             ELSE
012743                 IF WS-ACCT-STATUS = "DORMANT"
012744                    AND (PND-TXN-TYPE (PND-IDX) = "ESCHEAT"
012745                    OR PND-TXN-TYPE (PND-IDX) = "TD-PRINCIPAL"
012746                    OR PND-TXN-TYPE (PND-IDX) = "TD-INTEREST")
012748                     PERFORM 3000-POST-TRANSACTION
012750                 ELSE
012752                     PERFORM 3050-DECLINE-ACCT-STATUS
012754                 END-IF
012756             END-IF
012758         END-IF
012760     END-PERFORM
013200
013300     PERFORM 2100-READ-ACCOUNT
013400     EXIT.
013500
013510*****************************************************************
013520*  2100-READ-ACCOUNT - THE NEXT ACCOUNT IN KEY ORDER OFF THE
013530*  INDEXED MASTER, SO TODAY'S STATUS AND OVERDRAFT LIMIT, AND AN
013540*  ACCOUNT OPENED SINCE THE LAST UNLOAD, ARE ALL SEEN.  A KEYED
013550*  LOOKUP IN 1410 MOVES THE FILE'S POSITION, SO EACH READ FIRST
013560*  STARTS AFTER THE ACCOUNT THE LOOP LAST TOOK (WS-ACCOUNT-ID,
013570*  SPACES BEFORE THE FIRST).
013580*****************************************************************
013600 2100-READ-ACCOUNT.
013610     MOVE WS-ACCOUNT-ID TO AX-ACCOUNT-ID
013620     START ACCOUNT-IDX-FILE
013630         KEY IS GREATER THAN AX-ACCOUNT-ID
013640         INVALID KEY
013650             MOVE "Y" TO WS-ACCT-EOF-SW
013660     END-START
013670     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
013680        AND WS-ACCTIDX-FILE-STATUS NOT = "23"
013690         MOVE "START ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
013695         PERFORM 9986-ABEND-ACCTIDX-FILE
013698     END-IF
013700     IF NOT WS-ACCT-EOF
013750         READ ACCOUNT-IDX-FILE NEXT RECORD
014000             AT END
014100                 MOVE "Y" TO WS-ACCT-EOF-SW
014200             NOT AT END
014210                 MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
014300                 MOVE A-ACCOUNT-ID      TO WS-ACCOUNT-ID
014400                 MOVE A-CLIENT-NAME     TO WS-CLIENT-NAME
014500                 MOVE A-OPEN-BALANCE    TO WS-BALANCE
014501                 IF A-OD-LIMIT NUMERIC
014502                     MOVE A-OD-LIMIT TO WS-OD-LIMIT
014503                 ELSE
014504                     MOVE 0 TO WS-OD-LIMIT
014505                 END-IF
014506                 IF A-STATUS = SPACES
014507                     MOVE "ACTIVE" TO WS-ACCT-STATUS
014508                 ELSE
014509                     MOVE A-STATUS TO WS-ACCT-STATUS
014510                 END-IF
014511                 PERFORM 2120-APPLY-LEDGER-BALANCE
014512         END-READ
014513         IF WS-ACCTIDX-FILE-STATUS NOT = "00"
014514            AND WS-ACCTIDX-FILE-STATUS NOT = "10"
014515             MOVE "READ ACCOUNT-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
014516             PERFORM 9986-ABEND-ACCTIDX-FILE
014517         END-IF
014518     END-IF
014700     EXIT.
014710
014720*****************************************************************
014730*  2120-APPLY-LEDGER-BALANCE - IF THIS ACCOUNT ALREADY HAS
014740*  HISTORY ON THE LEDGER, ITS LAST POSTED BALANCE REPLACES THE
014750*  OPENING BALANCE FROM THE ACCOUNTS MASTER.  THE LEDGER INDEX
014752*  IS READ FROM THE ACCOUNT'S FIRST ROW BY KEY TO ITS LAST, SO
014754*  THE BALANCE TAKEN IS THE ONE ON THE HIGHEST TXN ID - ROWS
014756*  POSTED EARLIER IN THIS RUN INCLUDED.
014760*****************************************************************
014770 2120-APPLY-LEDGER-BALANCE.
014772     MOVE WS-ACCOUNT-ID TO LX-ACCOUNT-ID
014774     MOVE 0 TO LX-TXN-ID
014776     MOVE "N" TO WS-LDG-DONE-SW
014778     START LEDGER-IDX-FILE
014780         KEY IS NOT LESS THAN LX-KEY
014782         INVALID KEY
014784             MOVE "Y" TO WS-LDG-DONE-SW
014786     END-START
014788     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
014790        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
014792         MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
014794         PERFORM 9987-ABEND-LEDGIDX-FILE
014796     END-IF
014798     PERFORM 2130-READ-LEDGER-ROW
014800         UNTIL WS-LDG-DONE
014802     EXIT.
014804
014806 2130-READ-LEDGER-ROW.
014808     READ LEDGER-IDX-FILE NEXT RECORD
014810         AT END
014812             MOVE "Y" TO WS-LDG-DONE-SW
014814         NOT AT END
014816             IF LX-ACCOUNT-ID NOT = WS-ACCOUNT-ID
014818                 MOVE "Y" TO WS-LDG-DONE-SW
014820             ELSE
014822                 MOVE LX-TXN-ROW TO WS-CSV-LINE
014824                 MOVE F-BALANCE-AFTER TO WS-BALANCE
014826             END-IF
014828     END-READ
014830     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
014832        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
014834        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
014836         MOVE "READ LEDGER-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
014838         PERFORM 9987-ABEND-LEDGIDX-FILE
014840     END-IF
014890     EXIT.
014800
014900*****************************************************************
015090         ELSE
015091          IF WS-TXN-TYPE = "WITHDRAWAL"
015092             OR WS-TXN-TYPE = "PURCHASE"
015093             MOVE "-" TO WS-SIGN
015094             PERFORM 3180-CHECK-STOP-PAYMENT
015095             IF WS-STOP-MATCH-IDX > 0
015096                 PERFORM 3190-DECLINE-STOP-PAYMENT
015097             ELSE
015098                 PERFORM 3150-SET-AVAILABLE-FUNDS
015100                 IF WS-AMOUNT > WS-AVAIL-BALANCE
015101                     IF WS-AMOUNT > WS-OD-CAPACITY
015102                         MOVE "INSUFFICIENT FUNDS"
015103                             TO WS-DECLINE-REASON
015104                     ELSE
015106                         MOVE "FUNDS ON HOLD" TO WS-DECLINE-REASON
015107                     END-IF
015108                     PERFORM 3100-DECLINE-TRANSACTION
015109                     PERFORM 3160-QUEUE-REPRESENTMENT
015110                 ELSE
015115                     IF WS-TXN-TYPE = "PURCHASE"
015116                         PERFORM 3200-CHECK-BUDGET-CAP
015118                     END-IF
015119                     ADD 1 TO WS-TXN-ID
015121                     SUBTRACT WS-AMOUNT FROM WS-BALANCE
015122                     PERFORM 3600-WRITE-TXN-RECORD
015123                     IF WS-TXN-TYPE = "PURCHASE"
015125                         PERFORM 3300-UPDATE-SPEND
015126                     END-IF
015127                 END-IF
015128             END-IF
015129          ELSE
015130           IF WS-TXN-TYPE = "DISPUTE-CR"
015131              OR WS-TXN-TYPE = "DISPUTE-DR"
015132               PERFORM 3800-POST-DISPUTE
015133           ELSE
015134            IF WS-TXN-TYPE = "ESCHEAT"
015135                PERFORM 3850-POST-ESCHEAT
015136            ELSE
015137             IF WS-TXN-TYPE = "TD-PRINCIPAL"
015138                OR WS-TXN-TYPE = "TD-INTEREST"
015139                 PERFORM 3870-POST-TD-CREDIT
015140             ELSE
015141                 MOVE "TXN TYPE NOT APPROVED"
015142                     TO WS-DECLINE-REASON
015143                 PERFORM 3100-DECLINE-TRANSACTION
015144             END-IF
015145            END-IF
015146           END-IF
015147          END-IF
015148         END-IF
015149      END-IF
015150     END-IF
015151     EXIT.
015152
015153*****************************************************************
015154*  3050-DECLINE-ACCT-STATUS - THE CURRENT ACCOUNT IS FROZEN,
015155*  CLOSED OR DORMANT (OR CARRIES A STATUS BANKMAIN DOES NOT
015156*  RECOGNISE), SO EVERY PENDING ENTRY AGAINST IT IS DECLINED
015157*  RATHER THAN POSTED.  A DORMANT ACCOUNT'S ITEMS ARE DECLINED
015158*  FOR REFERRAL: THE BRANCH CONFIRMS THE OWNER AND REACTIVATES
015159*  THE ACCOUNT BEFORE ANYTHING POSTS TO IT.  COMPLIANCE ASKED
015160*  FOR ALL THIS AFTER ACTIVITY KEPT POSTING TO AN ACCOUNT THAT
015161*  HAD BEEN CLOSED.  A RE-PRESENTED ITEM (SOURCE "R") THAT MEETS
015162*  A FROZEN OR CLOSED ACCOUNT IS WRITTEN OFF AS A FINAL RETURN
015163*  WITH THE STATUS REASON - RE-PRESENTING AGAINST AN ACCOUNT THE
015164*  BANK ITSELF SHUT WOULD NEVER CLEAR, AND EVERY QUEUED ITEM
015165*  MUST LEAVE THE CYCLE WITH A DISPOSITION THE MERCHANT DESK
015166*  CAN SEE.
015167*****************************************************************
015168 3050-DECLINE-ACCT-STATUS.
015169     MOVE PND-TXN-TYPE (PND-IDX) TO WS-TXN-TYPE
015170     MOVE PND-AMOUNT   (PND-IDX) TO WS-AMOUNT
015171     MOVE PND-SOURCE   (PND-IDX) TO WS-SOURCE
015172     COMPUTE WS-PRESENT-ATTEMPT =
015173         PND-REPR-ATTEMPTS (PND-IDX) + 1
015174     IF WS-ACCT-STATUS = "FROZEN"
015175         MOVE "ACCOUNT FROZEN" TO WS-DECLINE-REASON
015176     ELSE
015177         IF WS-ACCT-STATUS = "CLOSED"
015178             MOVE "ACCOUNT CLOSED" TO WS-DECLINE-REASON
015179         ELSE
015180             IF WS-ACCT-STATUS = "DORMANT"
015181                 MOVE "ACCOUNT DORMANT - REFER"
015182                     TO WS-DECLINE-REASON
015183             ELSE
015184                 MOVE "ACCOUNT STATUS INVALID"
015185                     TO WS-DECLINE-REASON
015186             END-IF
015187         END-IF
015188     END-IF
015189     PERFORM 3100-DECLINE-TRANSACTION
015190     IF WS-SOURCE = "R"
015191         MOVE WS-DECLINE-REASON TO WS-FINAL-REASON
015192         PERFORM 3170-WRITE-FINAL-RETURN
015193     END-IF
015194     EXIT.
015195
015196****************************************************************
015197*  3060-RECORD-DEPOSIT-HOLD - THE DEPOSIT JUST POSTED CARRIES
015198*  A HOLD RELEASE DATE STILL AHEAD OF THE BUSINESS DATE, SO
015199*  THE DEPOSITED AMOUNT IS PARKED ON THE HOLD TABLE.  IT WILL
015200*  BE SUBTRACTED FROM EVERY AVAILABLE-BALANCE CHECK UNTIL THE
015201*  DAILY RUN WHOSE BUSINESS DATE REACHES THE RELEASE DATE
015202*  DROPS IT AT STARTUP.
015203****************************************************************
015204 3060-RECORD-DEPOSIT-HOLD.
015205     IF WS-HOLD-COUNT = 200
015206         MOVE "WS-HOLD-TABLE OCCURS 200" TO WS-ABEND-CONTEXT
015207         PERFORM 9940-ABEND-TABLE-OVERFLOW
015208     END-IF
015209     ADD 1 TO WS-HOLD-COUNT
015210     MOVE WS-ACCOUNT-ID TO HLD-ACCOUNT-ID   (WS-HOLD-COUNT)
015306         PERFORM 9910-ABEND-DECLINE-FILE
015308     END-IF
015309     ADD 1 TO WS-DECLINE-COUNT
015310     IF WS-DECLINE-REASON = "INSUFFICIENT FUNDS"
015311        OR WS-DECLINE-REASON = "FUNDS ON HOLD"
015312         MOVE "DECLINE"         TO WS-NSFH-EVENT
015313         MOVE WS-DECLINE-REASON TO WS-NSFH-REASON
015314         PERFORM 3175-KEEP-NSF-EVENT
015315     END-IF
015316
015320     DISPLAY "DECLINED " WS-TXN-TYPE " FOR " WS-ACCOUNT-ID
015330             " - " WS-DECLINE-REASON
015331     EXIT.
015363*  BUSINESS DAY, UNLESS THIS WAS ITS LAST ALLOWED PRESENTATION,
015364*  IN WHICH CASE IT IS WRITTEN OFF AS A FINAL RETURN.  THE
015365*  FIRST-DECLINE DATE RIDES ALONG SO THE MERCHANT DESK CAN SEE
015366*  HOW LONG AN ITEM HAS BEEN BOUNCING, AS DOES THE REFERENCE TXN
015367*  ID, SO A RE-PRESENTED ITEM STILL POINTS AT WHAT IT REFERS TO.
015368*****************************************************************
015369 3160-QUEUE-REPRESENTMENT.
015370     IF WS-PRESENT-ATTEMPT NOT < WS-REPR-MAX-ATTEMPTS
015371         MOVE "MAX ATTEMPTS EXHAUSTED" TO WS-FINAL-REASON
015372         PERFORM 3170-WRITE-FINAL-RETURN
015376                 TO WS-ABEND-CONTEXT
015377             PERFORM 9940-ABEND-TABLE-OVERFLOW
015378         END-IF
015379         ADD 1 TO WS-REPR-OUT-COUNT
015380         ADD 1 TO WS-REPR-QUEUED-COUNT
015381         MOVE WS-ACCOUNT-ID
015382             TO RPO-ACCOUNT-ID (WS-REPR-OUT-COUNT)
015383         MOVE WS-TXN-TYPE
015384             TO RPO-TXN-TYPE   (WS-REPR-OUT-COUNT)
015385         MOVE WS-AMOUNT
015386             TO RPO-AMOUNT     (WS-REPR-OUT-COUNT)
015387         MOVE WS-MERCHANT
015388             TO RPO-MERCHANT   (WS-REPR-OUT-COUNT)
015389         MOVE WS-CATEGORY
015390             TO RPO-CATEGORY   (WS-REPR-OUT-COUNT)
015391         MOVE WS-PRESENT-ATTEMPT
015392             TO RPO-ATTEMPTS   (WS-REPR-OUT-COUNT)
015393         MOVE PND-REF-TXN-ID (PND-IDX)
015394             TO RPO-REF-TXN-ID (WS-REPR-OUT-COUNT)
015395         IF PND-REPR-DATE (PND-IDX) = SPACES
015396             MOVE WS-DATE
015397                 TO RPO-FIRST-DATE (WS-REPR-OUT-COUNT)
015398         ELSE
015399             MOVE PND-REPR-DATE (PND-IDX)
015400                 TO RPO-FIRST-DATE (WS-REPR-OUT-COUNT)
015401         END-IF
015402         DISPLAY "QUEUED FOR REPRESENTMENT " WS-ACCOUNT-ID
015403                 " ATTEMPT " WS-PRESENT-ATTEMPT
015405     END-IF
015406     EXIT.
015407
015425         PERFORM 9990-ABEND-FRET-FILE
015426     END-IF
015427     ADD 1 TO WS-FINAL-RETURN-COUNT
015428     MOVE "RETURN"        TO WS-NSFH-EVENT
015429     MOVE WS-FINAL-REASON TO WS-NSFH-REASON
015430     PERFORM 3175-KEEP-NSF-EVENT
015431     DISPLAY "FINAL RETURN " WS-ACCOUNT-ID " " WS-TXN-TYPE
015432             " AFTER " WS-PRESENT-ATTEMPT " ATTEMPTS"
015433     EXIT.
015434
015435*****************************************************************
015436*  3175-KEEP-NSF-EVENT - HOLD THE ITEM BEING DECLINED OR
015437*  RETURNED ON THE NSF HISTORY TABLE UNDER WS-NSFH-EVENT AND
015438*  WS-NSFH-REASON.  IT REACHES NSF-HIST-FILE ONLY IF THE RUN
015439*  ENDS CLEAN.
015440*****************************************************************
015441 3175-KEEP-NSF-EVENT.
015442     IF WS-NSFH-COUNT = 1000
015443         MOVE "WS-NSFH-TABLE OCCURS 1000" TO WS-ABEND-CONTEXT
015444         PERFORM 9940-ABEND-TABLE-OVERFLOW
015445     END-IF
015446     ADD 1 TO WS-NSFH-COUNT
015447     MOVE WS-NSFH-EVENT      TO NSH-EVENT      (WS-NSFH-COUNT)
015448     MOVE WS-ACCOUNT-ID      TO NSH-ACCOUNT-ID (WS-NSFH-COUNT)
015449     MOVE WS-TXN-TYPE        TO NSH-TXN-TYPE   (WS-NSFH-COUNT)
015450     MOVE WS-AMOUNT          TO NSH-AMOUNT     (WS-NSFH-COUNT)
015451     MOVE WS-NSFH-REASON     TO NSH-REASON     (WS-NSFH-COUNT)
015452     MOVE WS-SOURCE          TO NSH-SOURCE     (WS-NSFH-COUNT)
015453     MOVE WS-PRESENT-ATTEMPT TO NSH-ATTEMPTS   (WS-NSFH-COUNT)
015454     EXIT.
015455
015456*****************************************************************
015457*  3180-CHECK-STOP-PAYMENT - LOOK FOR A STOP IN FORCE ON THE
015458*  CURRENT ACCOUNT WHOSE PAYEE IS THE ITEM'S MERCHANT AND WHOSE
015459*  AMOUNT RANGE TAKES IN THE ITEM'S AMOUNT.  RUNS BEFORE THE
015460*  FUNDS CHECK SO A STOPPED ITEM IS NEVER TREATED AS AN NSF.
015461*****************************************************************
015462 3180-CHECK-STOP-PAYMENT.
015463     MOVE 0 TO WS-STOP-MATCH-IDX
015464     PERFORM VARYING STP-IDX FROM 1 BY 1
015465             UNTIL STP-IDX > WS-STOP-COUNT
015466         IF STP-ACCOUNT-ID (STP-IDX) = WS-ACCOUNT-ID
015467            AND STP-PAYEE (STP-IDX) = WS-MERCHANT
015468            AND WS-AMOUNT NOT < STP-AMOUNT-LOW (STP-IDX)
015469            AND WS-AMOUNT NOT > STP-AMOUNT-HIGH (STP-IDX)
015470             MOVE STP-IDX       TO WS-STOP-MATCH-IDX
015471             MOVE WS-STOP-COUNT TO STP-IDX
015472         END-IF
015473     END-PERFORM
015474     EXIT.
015475
015476*****************************************************************
015477*  3190-DECLINE-STOP-PAYMENT - THE ITEM HIT A STOP.  IT IS
015478*  DECLINED "STOP PAYMENT" AND NEVER GOES ON THE REPRESENTMENT
015479*  QUEUE - THE CLIENT SAID NOT TO PAY IT, SO PRESENTING IT
015480*  AGAIN TOMORROW WOULD ONLY BE STOPPED AGAIN.  AN ITEM ALREADY
015481*  ON ITS RE-PRESENTATION LEAVES THE CYCLE AS A FINAL RETURN SO
015482*  THE MERCHANT DESK SEES ITS DISPOSITION.  THE MATCH IS ADDED
015483*  TO THE DAY'S STOP ACTIVITY FOR THE DAILY LISTING.
015484*****************************************************************
015485 3190-DECLINE-STOP-PAYMENT.
015486     MOVE "STOP PAYMENT" TO WS-DECLINE-REASON
015487     PERFORM 3100-DECLINE-TRANSACTION
015488     IF WS-SOURCE = "R"
015489         MOVE WS-DECLINE-REASON TO WS-FINAL-REASON
015490         PERFORM 3170-WRITE-FINAL-RETURN
015491     END-IF
015492     MOVE WS-DATE       TO SA-DATE
015493     MOVE "MATCHED"     TO SA-EVENT
015494     MOVE STP-ACCOUNT-ID  (WS-STOP-MATCH-IDX) TO SA-ACCOUNT-ID
015495     MOVE STP-PAYEE       (WS-STOP-MATCH-IDX) TO SA-PAYEE
015496     MOVE STP-AMOUNT-LOW  (WS-STOP-MATCH-IDX) TO SA-AMOUNT-LOW
015497     MOVE STP-AMOUNT-HIGH (WS-STOP-MATCH-IDX) TO SA-AMOUNT-HIGH
015498     MOVE STP-PLACED-DATE (WS-STOP-MATCH-IDX) TO SA-PLACED-DATE
015499     MOVE STP-EXPIRY-DATE (WS-STOP-MATCH-IDX) TO SA-EXPIRY-DATE
015500     MOVE WS-TXN-TYPE   TO SA-ITEM-TYPE
015501     MOVE WS-AMOUNT     TO SA-ITEM-AMOUNT
015502     MOVE WS-SOURCE     TO SA-ITEM-SOURCE
015503     MOVE WS-STACT-LINE TO STOP-ACT-RECORD
015504     WRITE STOP-ACT-RECORD
015505     IF WS-STACT-FILE-STATUS NOT = "00"
015506         MOVE "WRITE STOP-ACT-RECORD" TO WS-ABEND-CONTEXT
015507         PERFORM 9977-ABEND-STACT-FILE
015508     END-IF
015509     ADD 1 TO WS-STOP-MATCHED-COUNT
015510     EXIT.
015360
015365*****************************************************************
015370*  3200-CHECK-BUDGET-CAP - IF THIS CATEGORY HAS A MONTHLY CAP
015440     MOVE "NO " TO WS-BUDGET-ALERT
015450     MOVE 0 TO WS-BUDGET-MATCH-IDX
015460     PERFORM VARYING BUD-IDX FROM 1 BY 1
015470             UNTIL BUD-IDX > WS-BUDGET-COUNT
015480         IF BUD-CATEGORY (BUD-IDX) = WS-CATEGORY
015490             MOVE BUD-IDX         TO WS-BUDGET-MATCH-IDX
015500             MOVE WS-BUDGET-COUNT TO BUD-IDX
015510         END-IF
015520     END-PERFORM
015525     IF WS-BUDGET-MATCH-IDX > 0
015527        AND BUD-CAP (WS-BUDGET-MATCH-IDX) = ZERO
015528         MOVE 0 TO WS-BUDGET-MATCH-IDX
015529     END-IF
015530     IF WS-BUDGET-MATCH-IDX > 0
015540         PERFORM 3210-FIND-OR-CREATE-SPEND-ENTRY
015550         COMPUTE WS-PROSPECTIVE-SPEND =
016080     ADD WS-AMOUNT TO SPD-TOTAL (WS-SPEND-MATCH-IDX)
016090     EXIT.
016100
016102*****************************************************************
016104*  3400-PREPARE-REVERSAL - READ THE TRANSACTION NAMED BY THIS
016106*  PENDING ENTRY'S REFERENCE TXN ID FROM THE LEDGER INDEX ON
016108*  ITS TXN ID KEY AND SET UP WS-AMOUNT, WS-SIGN, WS-MERCHANT
016110*  AND WS-CATEGORY TO POST THE OFFSETTING ENTRY.  THE
016112*  REVERSAL'S SIGN IS THE OPPOSITE OF THE ORIGINAL'S.  THE
016114*  INDEX HOLDS EVERY LIVE ROW, THOSE POSTED EARLIER IN THIS RUN
016116*  INCLUDED, HOWEVER THE DAY WAS SEEDED.  THE MATCH ALSO
016118*  REQUIRES THE ROW'S ACCOUNT TO BE THE CURRENT ACCOUNT, SO A
016120*  REVERSAL CANNOT REACH ACROSS AND BACK OUT A TRANSACTION THAT
016122*  BELONGS TO SOMEBODY ELSE'S ACCOUNT.  A CARRY-FWD ROW LEFT BY
016124*  THE PERIOD-CLOSE ARCHIVAL REUSES AN ARCHIVED TXN ID AND IS
016126*  NOT A POSTING - BACKING IT OUT WOULD REVERSE A ZERO-AMOUNT
016128*  PLACEHOLDER - SO IT IS PASSED OVER AND SUCH A REVERSAL GOES
016130*  TO DECLINES.CSV.
016132*****************************************************************
016134 3400-PREPARE-REVERSAL.
016136     MOVE "N" TO WS-REVERSAL-FOUND-SW
016138     MOVE "N" TO WS-REF-DONE-SW
016140     MOVE PND-REF-TXN-ID (PND-IDX) TO WS-LDG-CHECK-ID
016142     PERFORM 1195-READ-LEDGER-INDEX-ID
016144     IF WS-LEDGIDX-FILE-STATUS = "23"
016146         MOVE "Y" TO WS-REF-DONE-SW
016148     END-IF
016150     PERFORM 3405-CHECK-REF-ROW
016152         UNTIL WS-REVERSAL-FOUND OR WS-REF-DONE
016154     EXIT.
016156
016158*****************************************************************
016160*  3405-CHECK-REF-ROW - TAKE THE ROW JUST READ IF IT IS A
016162*  POSTING ON THE CURRENT ACCOUNT; OTHERWISE MOVE ON TO THE
016164*  NEXT ROW UNDER THE SAME TXN ID (STATUS "02" SAYS THERE IS
016166*  ONE), OR GIVE UP.
016168*****************************************************************
016170 3405-CHECK-REF-ROW.
016172     MOVE LX-TXN-ROW TO WS-CSV-LINE
016174     IF F-TXN-TYPE NOT = "CARRY-FWD"
016176        AND LX-ACCOUNT-ID = WS-ACCOUNT-ID
016178         MOVE "Y" TO WS-REVERSAL-FOUND-SW
016180         MOVE PND-REF-TXN-ID (PND-IDX) TO WS-REF-ID
016182         MOVE F-AMOUNT   TO WS-AMOUNT
016184         MOVE F-MERCHANT TO WS-MERCHANT
016186         MOVE F-CATEGORY TO WS-CATEGORY
016188         IF F-SIGN = "+"
016190             MOVE "-" TO WS-SIGN
016192         ELSE
016194             MOVE "+" TO WS-SIGN
016196         END-IF
016198     ELSE
016200         IF WS-LEDGIDX-FILE-STATUS = "02"
016202             PERFORM 3406-READ-NEXT-REF-ROW
016204         ELSE
016206             MOVE "Y" TO WS-REF-DONE-SW
016208         END-IF
016210     END-IF
016212     EXIT.
016214
016216 3406-READ-NEXT-REF-ROW.
016218     READ LEDGER-IDX-FILE NEXT RECORD
016220         AT END
016222             MOVE "Y" TO WS-REF-DONE-SW
016224         NOT AT END
016226             IF LX-ROW-TXN-ID NOT = WS-LDG-CHECK-ID
016228                 MOVE "Y" TO WS-REF-DONE-SW
016230             END-IF
016232     END-READ
016234     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
016236        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
016238        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
016240         MOVE "READ LEDGER-IDX-FILE (REF ROW)" TO WS-ABEND-CONTEXT
016242         PERFORM 9987-ABEND-LEDGIDX-FILE
016244     END-IF
016246     EXIT.
016390
016400*****************************************************************
016410*  3410-DECLINE-REVERSAL - THE REFERENCED TXN ID WAS NOT FOUND ON
017020
018800*****************************************************************
018810*  3600-WRITE-TXN-RECORD - APPEND ONE POSTED TRANSACTION TO
018820*  TXN-FILE AND THE LEDGER INDEX, WHERE ANY LATER REVERSAL
018830*  FINDS IT, AND FOLD IT INTO THE GL EXTRACT.
018840*****************************************************************
018900 3600-WRITE-TXN-RECORD.
019000     MOVE WS-TXN-ID TO F-TXN-ID
019920         MOVE "WRITE TXN-RECORD" TO WS-ABEND-CONTEXT
019930         PERFORM 9900-ABEND-TXN-FILE
019940     END-IF
019955     PERFORM 3650-WRITE-LEDGER-INDEX
019960     PERFORM 3500-WRITE-GL-ENTRY
020000
020100     MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
020600     EXIT.
020700
020702*****************************************************************
020704*  3650-WRITE-LEDGER-INDEX - WRITE THE ROW JUST APPENDED TO
020706*  TXN-FILE TO THE LEDGER INDEX AS WELL, SO THE INDEX STAYS
020708*  LEVEL WITH THE LEDGER AND A TRANSFER'S CREDIT LEG SEES THE
020710*  COUNTERPARTY'S UP-TO-DATE BALANCE WHETHER THAT ACCOUNT HAS
020712*  ALREADY BEEN PROCESSED THIS RUN, IS STILL TO COME, OR IS
020713*  MID-POSTING RIGHT NOW.  STATUS "02" ONLY SAYS THE TXN ID IS
020714*  ALREADY ON THE ALTERNATE KEY (A CARRY-FWD ROW), WHICH IS
020715*  ALLOWED.
020716*****************************************************************
020717 3650-WRITE-LEDGER-INDEX.
020718     MOVE WS-ACCOUNT-ID TO LX-ACCOUNT-ID
020720     MOVE WS-TXN-ID     TO LX-TXN-ID
020722     MOVE WS-CSV-LINE   TO LX-TXN-ROW
020724     WRITE LEDGER-IDX-RECORD
020726     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
020728        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
020730         MOVE "WRITE LEDGER-IDX-RECORD" TO WS-ABEND-CONTEXT
020732         PERFORM 9987-ABEND-LEDGIDX-FILE
020734     END-IF
020756     EXIT.
020758
020760*****************************************************************
020766*  CREDIT TO THE COUNTERPARTY EITHER BOTH POST, CROSS-REFERENCED
020768*  BY F-REF-ID, OR NEITHER DOES AND THE WHOLE TRANSFER GOES TO
020770*  DECLINES.CSV - NO MORE ORPHANED DEPOSIT HALVES WHEN THE
020771*  WITHDRAWAL SIDE BOUNCES.  A TRANSFER INTO A TERM DEPOSIT
020772*  HAS NO CREDIT LEG ON THE LEDGER (3740-POST-TD-FUNDING).
020774*****************************************************************
020776 3700-POST-TRANSFER.
020778     MOVE PND-CO-ACCOUNT-ID (PND-IDX) TO WS-CO-ACCOUNT-ID
020795             END-IF
020792             PERFORM 3100-DECLINE-TRANSACTION
020794         ELSE
020795             IF WS-CO-IS-TD
020796                 PERFORM 3740-POST-TD-FUNDING
020797             ELSE
020798                 PERFORM 3720-POST-TRANSFER-LEGS
020799             END-IF
020800         END-IF
020801     END-IF
020802     EXIT.
020804
020806*****************************************************************
020808*  3710-CHECK-CO-ACCOUNT - THE COUNTERPARTY MUST BE A DIFFERENT
020810*  ACCOUNT, ON THE MASTER, AND ACTIVE.  ANYTHING ELSE DECLINES
020812*  THE WHOLE TRANSFER BEFORE EITHER LEG TOUCHES A BALANCE.
020813*  A COUNTERPARTY NOT ON THE ACCOUNTS MASTER MAY BE A TERM
020814*  DEPOSIT: THEN IT MUST BE LINKED TO THIS ACCOUNT, STILL
020815*  AWAITING ITS FUNDING AND NOT ALREADY FUNDED BY THIS RUN.
020816*****************************************************************
020817 3710-CHECK-CO-ACCOUNT.
020818     MOVE "N" TO WS-CO-ACCT-OK-SW
020819     MOVE "N" TO WS-CO-TD-SW
020824     MOVE WS-CO-ACCOUNT-ID TO WS-MSTR-LOOKUP-ID
020829     PERFORM 1410-READ-MASTER
020836     IF WS-CO-ACCOUNT-ID = WS-ACCOUNT-ID
020838         MOVE "TRANSFER TO SAME ACCOUNT" TO WS-DECLINE-REASON
020840     ELSE
020842         IF NOT WS-MSTR-FOUND
020844             PERFORM 3715-CHECK-CO-DEPOSIT
020846         ELSE
020848             IF WS-MSTR-STATUS NOT = "ACTIVE"
020850                 MOVE "TRANSFER ACCT NOT ACTIVE"
020852                     TO WS-DECLINE-REASON
020854             ELSE
020860         END-IF
020862     END-IF
020864     EXIT.
020865
020866*****************************************************************
020867*  3715-CHECK-CO-DEPOSIT - THE COUNTERPARTY IS NOT AN ACCOUNT;
020868*  LOOK FOR IT ON THE TERM DEPOSIT TABLE.
020869*****************************************************************
020870 3715-CHECK-CO-DEPOSIT.
020871     MOVE 0 TO WS-TDL-MATCH-IDX
020872     PERFORM VARYING TDL-IDX FROM 1 BY 1
020873             UNTIL TDL-IDX > WS-TDL-COUNT
020874         IF TDL-DEPOSIT-ID (TDL-IDX) = WS-CO-ACCOUNT-ID
020875             MOVE TDL-IDX      TO WS-TDL-MATCH-IDX
020876             MOVE WS-TDL-COUNT TO TDL-IDX
020877         END-IF
020878     END-PERFORM
020879     IF WS-TDL-MATCH-IDX = 0
020880         MOVE "TRANSFER ACCT NOT FOUND" TO WS-DECLINE-REASON
020881     ELSE
020882         IF TDL-ACCOUNT-ID (WS-TDL-MATCH-IDX) NOT = WS-ACCOUNT-ID
020883             MOVE "TERM DEPOSIT NOT LINKED" TO WS-DECLINE-REASON
020884         ELSE
020885             IF TDL-STATUS (WS-TDL-MATCH-IDX) NOT = "AWAITING"
020886                OR TDL-FUNDED (WS-TDL-MATCH-IDX)
020887                 MOVE "TERM DEPOSIT NOT AWAITING"
020888                     TO WS-DECLINE-REASON
020889             ELSE
020890                 MOVE "Y" TO WS-CO-ACCT-OK-SW
020891                 MOVE "Y" TO WS-CO-TD-SW
020892             END-IF
020893         END-IF
020894     END-IF
020895     EXIT.
020896
020897*****************************************************************
020898*  3720-POST-TRANSFER-LEGS - BOTH SIDES CLEARED; POST THE DEBIT
020899*  LEG AGAINST THE CURRENT ACCOUNT, THEN PARK ITS ID AND BALANCE
020900*  AND POST THE CREDIT LEG UNDER THE COUNTERPARTY.  EACH LEG'S
020901*  F-REF-ID CARRIES THE OTHER LEG'S TXN ID.
020902*****************************************************************
020903 3720-POST-TRANSFER-LEGS.
020904     MOVE "-" TO WS-SIGN
020905     ADD 1 TO WS-TXN-ID
020906     MOVE WS-TXN-ID TO WS-DEBIT-TXN-ID
020907     COMPUTE WS-REF-ID = WS-TXN-ID + 1
020908     SUBTRACT WS-AMOUNT FROM WS-BALANCE
020909     PERFORM 3600-WRITE-TXN-RECORD
020910
020911     MOVE WS-ACCOUNT-ID TO WS-SAVE-ACCOUNT-ID
020912     MOVE WS-BALANCE    TO WS-SAVE-BALANCE
020913     MOVE WS-CO-ACCOUNT-ID TO WS-ACCOUNT-ID
020914     PERFORM 3730-SEED-CO-BALANCE
020915     MOVE "+" TO WS-SIGN
020916     ADD 1 TO WS-TXN-ID
020917     MOVE WS-DEBIT-TXN-ID TO WS-REF-ID
020918     ADD WS-AMOUNT TO WS-BALANCE
020919     PERFORM 3600-WRITE-TXN-RECORD
020920
020921     MOVE WS-SAVE-ACCOUNT-ID TO WS-ACCOUNT-ID
020922     MOVE WS-SAVE-BALANCE    TO WS-BALANCE
020923     EXIT.
020924
020925*****************************************************************
020926*  3730-SEED-CO-BALANCE - THE COUNTERPARTY'S CURRENT BALANCE IS
020928*  THE BALANCE ON ITS LAST LEDGER ROW WHEN IT HAS ONE (THE
020930*  INDEX IS KEPT CURRENT BY 3650-WRITE-LEDGER-INDEX), ELSE ITS
020932*  OPENING BALANCE FROM THE MASTER - THE SAME RULE THE ACCOUNT
020934*  LOOP ITSELF USES.
020936*****************************************************************
020938 3730-SEED-CO-BALANCE.
020940     MOVE WS-MSTR-OPEN-BALANCE TO WS-BALANCE
020942     PERFORM 2120-APPLY-LEDGER-BALANCE
020944     EXIT.
020945
020946*****************************************************************
020947*  3740-POST-TD-FUNDING - A TRANSFER INTO A TERM DEPOSIT.  ONLY
020948*  THE DEBIT LEG POSTS TO THE LEDGER - THE DEPOSIT IS NOT AN
020949*  ACCOUNT AND HAS NO LEDGER OF ITS OWN.  THE AMOUNT AND TXN ID
020950*  ARE KEPT ON THE DEPOSIT'S TABLE ENTRY AND WRITTEN TO THE
020951*  FUNDINGS FILE AFTER A CLEAN RUN; BANKTDEP MAKES THE DEPOSIT
020952*  ACTIVE FROM THERE.
020953*****************************************************************
020954 3740-POST-TD-FUNDING.
020955     MOVE "-" TO WS-SIGN
020956     ADD 1 TO WS-TXN-ID
020957     SUBTRACT WS-AMOUNT FROM WS-BALANCE
020958     PERFORM 3600-WRITE-TXN-RECORD
020959     MOVE "Y"       TO TDL-FUNDED-SW   (WS-TDL-MATCH-IDX)
020960     MOVE WS-AMOUNT TO TDL-FUND-AMOUNT (WS-TDL-MATCH-IDX)
020961     MOVE WS-TXN-ID TO TDL-FUND-TXN-ID (WS-TDL-MATCH-IDX)
020962     ADD 1 TO WS-TD-FUNDED-COUNT
020963     EXIT.
020964
020965*****************************************************************
020966*  3800-POST-DISPUTE - A DISPUTE ITEM QUEUED BY BANKDISP.  THE
020967*  LEDGER ROW CARRIES THE DISPUTED PURCHASE'S TXN ID IN
020968*  F-REF-ID.  A DISPUTE-CR IS THE PROVISIONAL CREDIT AND POSTS
020969*  OUTRIGHT.  A DISPUTE-DR TAKES THAT CREDIT BACK AFTER A CASE
020970*  GOES AGAINST THE CLIENT AND IS A DEBIT LIKE ANY OTHER: IT
020971*  MUST CLEAR THE FUNDS CHECK OR IT IS DECLINED AND QUEUED FOR
020972*  REPRESENTMENT.  NO STOP OR BUDGET CHECK APPLIES - THE BANK,
020973*  NOT A PAYEE, IS COLLECTING.
020974*****************************************************************
020975 3800-POST-DISPUTE.
020976     MOVE PND-REF-TXN-ID (PND-IDX) TO WS-REF-ID
020977     IF WS-TXN-TYPE = "DISPUTE-CR"
020978         MOVE "+" TO WS-SIGN
020979         ADD 1 TO WS-TXN-ID
020980         ADD WS-AMOUNT TO WS-BALANCE
020981         PERFORM 3600-WRITE-TXN-RECORD
020982     ELSE
020983         MOVE "-" TO WS-SIGN
020984         PERFORM 3150-SET-AVAILABLE-FUNDS
020985         IF WS-AMOUNT > WS-AVAIL-BALANCE
020986             IF WS-AMOUNT > WS-OD-CAPACITY
020987                 MOVE "INSUFFICIENT FUNDS" TO WS-DECLINE-REASON
020988             ELSE
020989                 MOVE "FUNDS ON HOLD" TO WS-DECLINE-REASON
020990             END-IF
020991             PERFORM 3100-DECLINE-TRANSACTION
020992             PERFORM 3160-QUEUE-REPRESENTMENT
020993         ELSE
020994             ADD 1 TO WS-TXN-ID
020995             SUBTRACT WS-AMOUNT FROM WS-BALANCE
020996             PERFORM 3600-WRITE-TXN-RECORD
020997         END-IF
020998     END-IF
020999     EXIT.
021000
021001*****************************************************************
021002*  3850-POST-ESCHEAT - AN UNCLAIMED BALANCE QUEUED BY BANKESCH
021003*  LEAVES THE DORMANT ACCOUNT FOR REMITTANCE TO THE STATE.  IT
021004*  POSTS ONLY WHILE THE ACCOUNT IS STILL DORMANT - ONE THE
021005*  BRANCH HAS REACTIVATED SINCE HAS AN OWNER AGAIN - AND NEVER
021006*  FOR MORE THAN THE BALANCE: THE BANK REMITS WHAT IS THERE,
021007*  IT DOES NOT OVERDRAW AN ABANDONED ACCOUNT.  A DECLINED
021008*  ESCHEAT IS NOT RE-PRESENTED; THE NEXT ESCHEATMENT RUN
021009*  PICKS THE ACCOUNT UP AGAIN IF IT IS STILL DUE.
021010*****************************************************************
021011 3850-POST-ESCHEAT.
021012     MOVE "-" TO WS-SIGN
021013     IF WS-ACCT-STATUS NOT = "DORMANT"
021014         MOVE "ESCHEAT ACCT NOT DORMANT" TO WS-DECLINE-REASON
021015         PERFORM 3100-DECLINE-TRANSACTION
021016     ELSE
021017         IF WS-AMOUNT > WS-BALANCE
021018             MOVE "ESCHEAT OVER BALANCE" TO WS-DECLINE-REASON
021019             PERFORM 3100-DECLINE-TRANSACTION
021020         ELSE
021021             ADD 1 TO WS-TXN-ID
021022             SUBTRACT WS-AMOUNT FROM WS-BALANCE
021023             PERFORM 3600-WRITE-TXN-RECORD
021024         END-IF
021025     END-IF
021026     EXIT.
021027
021028*****************************************************************
021029*  3870-POST-TD-CREDIT - A TERM DEPOSIT PAYOUT QUEUED BY
021030*  BANKTDEP: THE PRINCIPAL OF A MATURED OR BROKEN DEPOSIT (OR A
021031*  FUNDING THAT FOUND NO DEPOSIT WAITING), OR THE INTEREST A
021032*  DEPOSIT EARNED.  THE MONEY IS THE CLIENT'S, SO IT POSTS AS AN
021033*  OUTRIGHT CREDIT, TO A DORMANT ACCOUNT AS WELL AS AN ACTIVE
021034*  ONE.
021035*****************************************************************
021036 3870-POST-TD-CREDIT.
021037     MOVE "+" TO WS-SIGN
021038     ADD 1 TO WS-TXN-ID
021039     ADD WS-AMOUNT TO WS-BALANCE
021040     PERFORM 3600-WRITE-TXN-RECORD
021041     EXIT.
021042
021043*****************************************************************
021044*  9000-TERMINATE - CLOSE FILES AND END THE RUN.
021045*****************************************************************
021100 9000-TERMINATE.
021200     CLOSE TXN-FILE
021210     IF WS-TXN-FILE-STATUS NOT = "00"
021220         MOVE "CLOSE TXN-FILE (FINAL)" TO WS-ABEND-CONTEXT
021230         PERFORM 9900-ABEND-TXN-FILE
021240     END-IF
021305     CLOSE ACCOUNT-IDX-FILE
021306     IF WS-ACCTIDX-FILE-STATUS NOT = "00"
021307         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
021308         PERFORM 9986-ABEND-ACCTIDX-FILE
021309     END-IF
021310     CLOSE DECLINE-FILE
021312     IF WS-DECL-FILE-STATUS NOT = "00"
021314         MOVE "CLOSE DECLINE-FILE" TO WS-ABEND-CONTEXT
021340     CLOSE GL-FILE
021342     IF WS-GL-FILE-STATUS NOT = "00"
021344         MOVE "CLOSE GL-FILE" TO WS-ABEND-CONTEXT
021345         PERFORM 9930-ABEND-GL-FILE
021346     END-IF
021347     CLOSE GL-SUSP-FILE
021348     IF WS-GLSP-FILE-STATUS NOT = "00"
021349         MOVE "CLOSE GL-SUSP-FILE" TO WS-ABEND-CONTEXT
021350         PERFORM 9998-ABEND-GL-SUSP-FILE
021351     END-IF
021352     CLOSE FINAL-RETURN-FILE
021353     IF WS-FRET-FILE-STATUS NOT = "00"
021354         MOVE "CLOSE FINAL-RETURN-FILE" TO WS-ABEND-CONTEXT
021355         PERFORM 9990-ABEND-FRET-FILE
021356     END-IF
021357     CLOSE STOP-ACT-FILE
021358     IF WS-STACT-FILE-STATUS NOT = "00"
021359         MOVE "CLOSE STOP-ACT-FILE" TO WS-ABEND-CONTEXT
021360         PERFORM 9977-ABEND-STACT-FILE
021361     END-IF
021362     DISPLAY "Items stopped: " WS-STOP-MATCHED-COUNT
021363     PERFORM 9490-WRITE-TD-FUNDINGS
021364     PERFORM 9495-WRITE-NSF-HISTORY
021365     PERFORM 9100-RECORD-BATCH-POSTED
021366     PERFORM 9300-REWRITE-HOLD-FILE
021367     PERFORM 9400-REWRITE-REPR-FILE
021368     PERFORM 9450-EMPTY-DISPUTE-QUEUE
021369     PERFORM 9460-EMPTY-ESCHEAT-QUEUE
021370     PERFORM 9470-EMPTY-APPROVED-QUEUE
021371     PERFORM 9480-EMPTY-TD-QUEUE
021372     PERFORM 9500-WRITE-EOD-SNAPSHOT
021373     PERFORM 9200-ROLL-BUSINESS-DATE
021374     ACCEPT WS-SYSTEM-TIME FROM TIME
021375     MOVE SPACES TO WS-RUN-LOG-LINE
021376     STRING "BANKMAIN,"         DELIMITED BY SIZE
021377            WS-RUN-ID           DELIMITED BY SIZE
021378            ",END,ACCTS="       DELIMITED BY SIZE
021379            WS-ACCT-PROC-COUNT  DELIMITED BY SIZE
021380            ",POSTED="          DELIMITED BY SIZE
021381            WS-GL-COUNT         DELIMITED BY SIZE
021382            ",DECLINED="        DELIMITED BY SIZE
021383            WS-DECLINE-COUNT    DELIMITED BY SIZE
021384            ",ALERTED="         DELIMITED BY SIZE
021385            WS-ALERT-COUNT      DELIMITED BY SIZE
021386            ",RC=00"            DELIMITED BY SIZE
021387            ",ENDED="           DELIMITED BY SIZE
021388            WS-SYSTEM-TIME (1:6) DELIMITED BY SIZE
021389         INTO WS-RUN-LOG-LINE
021390     END-STRING
021391     PERFORM 9700-WRITE-RUN-LOG
021392     DISPLAY "Simulation complete."
021393     EXIT.
021394
021395*****************************************************************
021396*  9100-RECORD-BATCH-POSTED - THE RUN POSTED CLEAN, SO ITS
021397*  BATCH ID JOINS THE POSTED-BATCH LOG AND CAN NEVER POST
021398*  AGAIN.  NOTHING IS LOGGED WHEN NO BATCH HEADER ARRIVED
021399*  (NO PENDING FILE AT ALL).
021400*****************************************************************
021401 9100-RECORD-BATCH-POSTED.
021402     IF WS-PEND-HDR-SEEN
021403         OPEN EXTEND BATCH-CTL-FILE
021404         IF WS-BCTL-FILE-STATUS = "35"
021405             OPEN OUTPUT BATCH-CTL-FILE
021406         END-IF
021407         IF WS-BCTL-FILE-STATUS NOT = "00"
021408             MOVE "OPEN EXTEND BATCH-CTL-FILE"
021409                 TO WS-ABEND-CONTEXT
021410             PERFORM 9960-ABEND-BCTL-FILE
021411         END-IF
021412         MOVE WS-BATCH-ID   TO BC-BATCH-ID
021413         MOVE WS-BATCH-DATE TO BC-DATE
021414         MOVE WS-BCTL-LINE  TO BATCH-CTL-RECORD
021415         WRITE BATCH-CTL-RECORD
021416         IF WS-BCTL-FILE-STATUS NOT = "00"
021417             MOVE "WRITE BATCH-CTL-RECORD"
021418                 TO WS-ABEND-CONTEXT
021419             PERFORM 9960-ABEND-BCTL-FILE
021420         END-IF
021421         CLOSE BATCH-CTL-FILE
021422         IF WS-BCTL-FILE-STATUS NOT = "00"
021423             MOVE "CLOSE BATCH-CTL-FILE"
021424                 TO WS-ABEND-CONTEXT
021425             PERFORM 9960-ABEND-BCTL-FILE
021426         END-IF
021427     END-IF
021428     EXIT.
021429
021430*****************************************************************
021431*  9200-ROLL-BUSINESS-DATE - THE DAY POSTED CLEAN: RECORD IT AS
021432*  THE LAST POSTED DATE AND ROLL THE RUN DATE TO THE NEXT
021433*  CALENDAR DAY, SO CATCHING UP MISSED DAYS IS JUST RUNNING THE
021434*  CYCLE AGAIN AND A RERUN OF THE SAME DAY IS REFUSED UP FRONT.
021435*****************************************************************
021436 9200-ROLL-BUSINESS-DATE.
021437     MOVE WS-DATE (1:4)  TO BDW-YYYY
021438     MOVE WS-DATE (6:2)  TO BDW-MM
021439     MOVE WS-DATE (9:2)  TO BDW-DD
021440     PERFORM 9210-SET-MONTH-LENGTH
021441     IF BDW-DD < WS-BD-MAX-DD
021442         ADD 1 TO BDW-DD
021443     ELSE
021444         MOVE 1 TO BDW-DD
021445         IF BDW-MM = 12
021446             MOVE 1 TO BDW-MM
021447             ADD 1 TO BDW-YYYY
021448         ELSE
021449             ADD 1 TO BDW-MM
021450         END-IF
021451     END-IF
021452     MOVE BDW-YYYY TO BDN-YYYY
021453     MOVE BDW-MM   TO BDN-MM
021454     MOVE BDW-DD   TO BDN-DD
021455     MOVE WS-BD-NEXT TO BD-RUN-DATE
021456     MOVE WS-DATE    TO BD-LAST-DATE
021457     OPEN OUTPUT BUS-DATE-FILE
021458     IF WS-BDATE-FILE-STATUS NOT = "00"
021459         MOVE "OPEN OUTPUT BUS-DATE-FILE" TO WS-ABEND-CONTEXT
021460         PERFORM 9970-ABEND-BUSDATE-FILE
021461     END-IF
021462     MOVE BUSDATE-CSV-RECORD TO BUS-DATE-RECORD
021463     WRITE BUS-DATE-RECORD
021464     IF WS-BDATE-FILE-STATUS NOT = "00"
021465         MOVE "WRITE BUS-DATE-RECORD" TO WS-ABEND-CONTEXT
021466         PERFORM 9970-ABEND-BUSDATE-FILE
021467     END-IF
021468     CLOSE BUS-DATE-FILE
021469     IF WS-BDATE-FILE-STATUS NOT = "00"
021470         MOVE "CLOSE BUS-DATE-FILE" TO WS-ABEND-CONTEXT
021471         PERFORM 9970-ABEND-BUSDATE-FILE
021472     END-IF
021473     DISPLAY "NEXT BUSINESS DATE " BD-RUN-DATE
021474     EXIT.
021475
021476*****************************************************************
021477*  9300-REWRITE-HOLD-FILE - THE RUN POSTED CLEAN; HOLDS.CSV IS
021478*  REWRITTEN WITH EVERY HOLD STILL IN FORCE - THE ONES CARRIED
021479*  IN WHOSE RELEASE DATE IS STILL AHEAD PLUS THE ONES TAKEN ON
021480*  THIS RUN'S HELD DEPOSITS.  RELEASED HOLDS WERE DROPPED AT
021481*  STARTUP AND SIMPLY DO NOT SURVIVE THE REWRITE.
021482*****************************************************************
021483 9300-REWRITE-HOLD-FILE.
021484     OPEN OUTPUT HOLD-FILE
021485     IF WS-HOLD-FILE-STATUS NOT = "00"
021486         MOVE "OPEN OUTPUT HOLD-FILE" TO WS-ABEND-CONTEXT
021487         PERFORM 9980-ABEND-HOLD-FILE
021488     END-IF
021489     PERFORM VARYING HLD-IDX FROM 1 BY 1
021490             UNTIL HLD-IDX > WS-HOLD-COUNT
021491         MOVE HLD-ACCOUNT-ID   (HLD-IDX) TO HLD-REC-ACCOUNT-ID
021492         MOVE HLD-AMOUNT       (HLD-IDX) TO HLD-REC-AMOUNT
021493         MOVE HLD-RELEASE-DATE (HLD-IDX)
021494             TO HLD-REC-RELEASE-DATE
021495         MOVE HLD-TXN-ID       (HLD-IDX) TO HLD-REC-TXN-ID
021496         MOVE WS-HOLD-LINE TO HOLD-RECORD
021497         WRITE HOLD-RECORD
021498         IF WS-HOLD-FILE-STATUS NOT = "00"
021499             MOVE "WRITE HOLD-RECORD" TO WS-ABEND-CONTEXT
021500             PERFORM 9980-ABEND-HOLD-FILE
021501         END-IF
021502     END-PERFORM
021503     CLOSE HOLD-FILE
021504     IF WS-HOLD-FILE-STATUS NOT = "00"
021505         MOVE "CLOSE HOLD-FILE" TO WS-ABEND-CONTEXT
021506         PERFORM 9980-ABEND-HOLD-FILE
021507     END-IF
021508     EXIT.
021509
021510*****************************************************************
021511*  9400-REWRITE-REPR-FILE - THE RUN POSTED CLEAN; THE FILE IS
021512*  REWRITTEN WITH THE ITEMS DECLINED THIS RUN THAT STILL HAVE
021513*  PRESENTATIONS LEFT.  ITEMS THAT POSTED TODAY, OR WENT TO
021514*  FINAL RETURN, SIMPLY DO NOT SURVIVE THE REWRITE.
021515*****************************************************************
021516 9400-REWRITE-REPR-FILE.
021517     OPEN OUTPUT REPR-FILE
021518     IF WS-REPR-FILE-STATUS NOT = "00"
021519         MOVE "OPEN OUTPUT REPR-FILE" TO WS-ABEND-CONTEXT
021520         PERFORM 9985-ABEND-REPR-FILE
021521     END-IF
021526         MOVE RPO-AMOUNT     (RPO-IDX) TO REP-AMOUNT
021527         MOVE RPO-MERCHANT   (RPO-IDX) TO REP-MERCHANT
021528         MOVE RPO-CATEGORY   (RPO-IDX) TO REP-CATEGORY
021529         MOVE RPO-ATTEMPTS   (RPO-IDX) TO REP-ATTEMPTS
021530         MOVE RPO-FIRST-DATE (RPO-IDX) TO REP-FIRST-DATE
021531         MOVE RPO-REF-TXN-ID (RPO-IDX) TO REP-REF-TXN-ID
021532         MOVE WS-REPR-LINE TO REPR-RECORD
021533         WRITE REPR-RECORD
021534         IF WS-REPR-FILE-STATUS NOT = "00"
021536             PERFORM 9985-ABEND-REPR-FILE
021537         END-IF
021538     END-PERFORM
021539     CLOSE REPR-FILE
021540     IF WS-REPR-FILE-STATUS NOT = "00"
021541         MOVE "CLOSE REPR-FILE" TO WS-ABEND-CONTEXT
021542         PERFORM 9985-ABEND-REPR-FILE
021543     END-IF
021544     EXIT.
021545
021546*****************************************************************
021547*  9450-EMPTY-DISPUTE-QUEUE - THE RUN POSTED CLEAN, SO EVERY
021548*  QUEUED DISPUTE ITEM HAS POSTED, OR BEEN DECLINED AND QUEUED
021549*  FOR REPRESENTMENT LIKE ANY OTHER DEBIT.  THE QUEUE STARTS
021550*  THE NEXT DAY EMPTY.
021551*****************************************************************
021552 9450-EMPTY-DISPUTE-QUEUE.
021553     OPEN OUTPUT DISP-POST-FILE
021554     IF WS-DPOST-FILE-STATUS NOT = "00"
021555         MOVE "OPEN OUTPUT DISP-POST-FILE" TO WS-ABEND-CONTEXT
021556         PERFORM 9978-ABEND-DPOST-FILE
021557     END-IF
021558     CLOSE DISP-POST-FILE
021559     IF WS-DPOST-FILE-STATUS NOT = "00"
021560         MOVE "CLOSE DISP-POST-FILE" TO WS-ABEND-CONTEXT
021561         PERFORM 9978-ABEND-DPOST-FILE
021562     END-IF
021563     EXIT.
021564
021565*****************************************************************
021566*  9460-EMPTY-ESCHEAT-QUEUE - THE RUN POSTED CLEAN, SO EVERY
021567*  QUEUED REMITTANCE HAS POSTED OR BEEN DECLINED ONTO
021568*  DECLINES.CSV.  THE QUEUE STARTS THE NEXT DAY EMPTY.
021569*****************************************************************
021570 9460-EMPTY-ESCHEAT-QUEUE.
021571     OPEN OUTPUT ESCH-POST-FILE
021572     IF WS-EPOST-FILE-STATUS NOT = "00"
021573         MOVE "OPEN OUTPUT ESCH-POST-FILE" TO WS-ABEND-CONTEXT
021574         PERFORM 9979-ABEND-EPOST-FILE
021575     END-IF
021576     CLOSE ESCH-POST-FILE
021577     IF WS-EPOST-FILE-STATUS NOT = "00"
021578         MOVE "CLOSE ESCH-POST-FILE" TO WS-ABEND-CONTEXT
021579         PERFORM 9979-ABEND-EPOST-FILE
021580     END-IF
021581     EXIT.
021582
021583*****************************************************************
021584*  9470-EMPTY-APPROVED-QUEUE - THE RUN POSTED CLEAN, SO EVERY
021585*  APPROVED ITEM HAS POSTED OR BEEN DECLINED ONTO DECLINES.CSV.
021586*  THE FILE STARTS THE NEXT DAY EMPTY.
021587*****************************************************************
021588 9470-EMPTY-APPROVED-QUEUE.
021589     OPEN OUTPUT APPR-POST-FILE
021590     IF WS-APOST-FILE-STATUS NOT = "00"
021591         MOVE "OPEN OUTPUT APPR-POST-FILE" TO WS-ABEND-CONTEXT
021592         PERFORM 9981-ABEND-APOST-FILE
021593     END-IF
021594     CLOSE APPR-POST-FILE
021595     IF WS-APOST-FILE-STATUS NOT = "00"
021596         MOVE "CLOSE APPR-POST-FILE" TO WS-ABEND-CONTEXT
021597         PERFORM 9981-ABEND-APOST-FILE
021598     END-IF
021599     EXIT.
021600
021601*****************************************************************
021602*  9480-EMPTY-TD-QUEUE - THE RUN POSTED CLEAN, SO EVERY TERM
021603*  DEPOSIT CREDIT HAS POSTED OR BEEN DECLINED ONTO DECLINES.CSV.
021604*  THE FILE STARTS THE NEXT DAY EMPTY.
021605*****************************************************************
021606 9480-EMPTY-TD-QUEUE.
021607     OPEN OUTPUT TD-POST-FILE
021608     IF WS-TPOST-FILE-STATUS NOT = "00"
021609         MOVE "OPEN OUTPUT TD-POST-FILE" TO WS-ABEND-CONTEXT
021610         PERFORM 9982-ABEND-TPOST-FILE
021611     END-IF
021612     CLOSE TD-POST-FILE
021613     IF WS-TPOST-FILE-STATUS NOT = "00"
021614         MOVE "CLOSE TD-POST-FILE" TO WS-ABEND-CONTEXT
021615         PERFORM 9982-ABEND-TPOST-FILE
021616     END-IF
021617     EXIT.
021618
021619*****************************************************************
021620*  9490-WRITE-TD-FUNDINGS - APPEND ONE LINE PER TERM DEPOSIT
021621*  FUNDED THIS RUN FOR BANKTDEP.  WRITTEN ONLY NOW, ONCE THE
021622*  POSTINGS ARE SAFELY ON THE LEDGER, SO A RUN THAT DIES PART
021623*  WAY NEVER LEAVES A FUNDING BEHIND FOR A DEBIT THAT IS THEN
021624*  POSTED AGAIN ON THE RERUN.
021625*****************************************************************
021626 9490-WRITE-TD-FUNDINGS.
021627     IF WS-TD-FUNDED-COUNT > 0
021628         OPEN EXTEND TD-FUND-FILE
021629         IF WS-TFUND-FILE-STATUS = "35"
021630             OPEN OUTPUT TD-FUND-FILE
021631         END-IF
021632         IF WS-TFUND-FILE-STATUS NOT = "00"
021633             MOVE "OPEN EXTEND TD-FUND-FILE" TO WS-ABEND-CONTEXT
021634             PERFORM 9983-ABEND-TFUND-FILE
021635         END-IF
021636         PERFORM VARYING TDL-IDX FROM 1 BY 1
021637                 UNTIL TDL-IDX > WS-TDL-COUNT
021638             IF TDL-FUNDED (TDL-IDX)
021639                 MOVE TDL-DEPOSIT-ID  (TDL-IDX) TO TF-DEPOSIT-ID
021640                 MOVE TDL-ACCOUNT-ID  (TDL-IDX) TO TF-ACCOUNT-ID
021641                 MOVE TDL-FUND-AMOUNT (TDL-IDX) TO TF-AMOUNT
021642                 MOVE TDL-FUND-TXN-ID (TDL-IDX) TO TF-TXN-ID
021643                 MOVE WS-DATE                   TO TF-DATE
021644                 MOVE TDF-CSV-RECORD TO TD-FUND-RECORD
021645                 WRITE TD-FUND-RECORD
021646                 IF WS-TFUND-FILE-STATUS NOT = "00"
021647                     MOVE "WRITE TD-FUND-RECORD"
021648                         TO WS-ABEND-CONTEXT
021649                     PERFORM 9983-ABEND-TFUND-FILE
021650                 END-IF
021651             END-IF
021652         END-PERFORM
021653         CLOSE TD-FUND-FILE
021654         IF WS-TFUND-FILE-STATUS NOT = "00"
021655             MOVE "CLOSE TD-FUND-FILE" TO WS-ABEND-CONTEXT
021656             PERFORM 9983-ABEND-TFUND-FILE
021657         END-IF
021658         DISPLAY "Term deposits funded: " WS-TD-FUNDED-COUNT
021659     END-IF
021660     EXIT.
021661
021662*****************************************************************
021663*  9495-WRITE-NSF-HISTORY - APPEND THE RUN'S NSF DECLINES AND
021664*  FINAL RETURNS TO THE HISTORY UNDER THE BUSINESS DATE.
021665*  WRITTEN ONLY NOW, ONCE THE RUN IS KNOWN CLEAN, SO A RUN THAT
021666*  DIES PART WAY LEAVES NOTHING FOR ITS RERUN TO DOUBLE.  THE
021667*  HISTORY ONLY FEEDS THE MONTHLY PROFITABILITY REPORT, SO A
021668*  FILE THAT CANNOT BE WRITTEN IS SHOUTED TO THE CONSOLE BUT
021669*  NEVER STOPS A DAY THAT HAS POSTED - OPERATIONS ADD THE
021670*  DAY'S LINES FROM DECLINES.CSV AND FINAL_RETURNS.CSV.
021671*****************************************************************
021672 9495-WRITE-NSF-HISTORY.
021673     IF WS-NSFH-COUNT > 0
021674         OPEN EXTEND NSF-HIST-FILE
021675         IF WS-NSFH-FILE-STATUS = "35"
021676             OPEN OUTPUT NSF-HIST-FILE
021677         END-IF
021678         IF WS-NSFH-FILE-STATUS NOT = "00"
021679             DISPLAY "BANKMAIN: NSF HISTORY UNAVAILABLE, STATUS="
021680                     WS-NSFH-FILE-STATUS
021681         ELSE
021682             PERFORM VARYING NSH-IDX FROM 1 BY 1
021683                     UNTIL NSH-IDX > WS-NSFH-COUNT
021684                 PERFORM 9496-WRITE-NSF-EVENT
021685             END-PERFORM
021686             CLOSE NSF-HIST-FILE
021687             DISPLAY "NSF history events: " WS-NSFH-COUNT
021688         END-IF
021689     END-IF
021690     EXIT.
021691
021692 9496-WRITE-NSF-EVENT.
021693     MOVE WS-DATE                  TO NH-BUS-DATE
021694     MOVE NSH-EVENT      (NSH-IDX) TO NH-EVENT
021695     MOVE NSH-ACCOUNT-ID (NSH-IDX) TO NH-ACCOUNT-ID
021696     MOVE NSH-TXN-TYPE   (NSH-IDX) TO NH-TXN-TYPE
021697     MOVE NSH-AMOUNT     (NSH-IDX) TO NH-AMOUNT
021698     MOVE NSH-REASON     (NSH-IDX) TO NH-REASON
021699     MOVE NSH-SOURCE     (NSH-IDX) TO NH-SOURCE
021700     MOVE NSH-ATTEMPTS   (NSH-IDX) TO NH-ATTEMPTS
021701     MOVE NSF-CSV-RECORD TO NSF-HIST-RECORD
021702     WRITE NSF-HIST-RECORD
021703     IF WS-NSFH-FILE-STATUS NOT = "00"
021704         DISPLAY "BANKMAIN: NSF HISTORY WRITE FAILED, STATUS="
021705                 WS-NSFH-FILE-STATUS
021706         MOVE WS-NSFH-COUNT TO NSH-IDX
021707     END-IF
021708     EXIT.
021709
021710*****************************************************************
021711*  9500-WRITE-EOD-SNAPSHOT - THE RUN POSTED CLEAN; WRITE THE
021712*  AUTHORITATIVE END-OF-DAY POSITION FILE THE NEXT DAY'S RUNS
021713*  SEED FROM: EVERY ACCOUNT'S LAST LEDGER BALANCE, EVERY MONTH-
021714*  TO-DATE SPEND ENTRY, THE HIGHEST TXN ID USED, ALL AS OF
021715*  TODAY'S BUSINESS DATE, BRACKETED BY A HEADER AND A COUNTED
021716*  TRAILER SO A TRUNCATED SNAPSHOT CAN NEVER SEED ANYTHING.
021717*****************************************************************
021718 9500-WRITE-EOD-SNAPSHOT.
021719     OPEN OUTPUT EOD-FILE
021720     IF WS-EOD-FILE-STATUS NOT = "00"
021721         MOVE "OPEN OUTPUT EOD-FILE" TO WS-ABEND-CONTEXT
021722         PERFORM 9995-ABEND-EOD-FILE
021723     END-IF
021724     MOVE "EHDR"    TO EH-RECORD-TYPE
021725     MOVE WS-DATE   TO EH-AS-OF-DATE
021726     MOVE WS-TXN-ID TO EH-MAX-TXN-ID
021727     MOVE EOD-HEADER-RECORD TO EOD-RECORD
021728     WRITE EOD-RECORD
021729     IF WS-EOD-FILE-STATUS NOT = "00"
021730         MOVE "WRITE EOD-RECORD (HEADER)" TO WS-ABEND-CONTEXT
021731         PERFORM 9995-ABEND-EOD-FILE
021732     END-IF
021733     MOVE 0 TO WS-SNAP-DETAIL-COUNT
021734     PERFORM 9510-WRITE-EOD-BALANCES
021747     PERFORM VARYING SPD-IDX FROM 1 BY 1
021748             UNTIL SPD-IDX > WS-SPEND-COUNT
021749         MOVE "ESPD" TO ES-RECORD-TYPE
021750         MOVE SPD-ACCOUNT-ID (SPD-IDX) TO ES-ACCOUNT-ID
021751         MOVE SPD-CATEGORY   (SPD-IDX) TO ES-CATEGORY
021752         MOVE SPD-TOTAL      (SPD-IDX) TO ES-TOTAL
021753         MOVE EOD-SPEND-RECORD TO EOD-RECORD
021754         WRITE EOD-RECORD
021755         IF WS-EOD-FILE-STATUS NOT = "00"
021756             MOVE "WRITE EOD-RECORD (ESPD)" TO WS-ABEND-CONTEXT
021757             PERFORM 9995-ABEND-EOD-FILE
021758         END-IF
021759         ADD 1 TO WS-SNAP-DETAIL-COUNT
021760     END-PERFORM
021761     MOVE "ETRL" TO ET-RECORD-TYPE
021762     MOVE WS-SNAP-DETAIL-COUNT TO ET-RECORD-COUNT
021763     MOVE EOD-TRAILER-RECORD TO EOD-RECORD
021764     WRITE EOD-RECORD
021765     IF WS-EOD-FILE-STATUS NOT = "00"
021766         MOVE "WRITE EOD-RECORD (TRAILER)" TO WS-ABEND-CONTEXT
021767         PERFORM 9995-ABEND-EOD-FILE
021768     END-IF
021769     CLOSE EOD-FILE
021770     IF WS-EOD-FILE-STATUS NOT = "00"
021771         MOVE "CLOSE EOD-FILE" TO WS-ABEND-CONTEXT
021772         PERFORM 9995-ABEND-EOD-FILE
021773     END-IF
021774     EXIT.
021775
021776*****************************************************************
021777*  9510-WRITE-EOD-BALANCES - ONE EBAL RECORD PER ACCOUNT ON THE
021778*  LEDGER, CARRYING THE BALANCE ON ITS LAST ROW, FROM A WALK OF
021779*  THE LEDGER INDEX IN KEY ORDER - THE SAME RULE
021780*  2120-APPLY-LEDGER-BALANCE READS BY, SO THE SNAPSHOT AND THE
021781*  NEXT RUN'S POSTINGS CANNOT DISAGREE.  THE WALK IS THE LAST
021782*  USE OF THE INDEX THIS RUN, SO IT IS CLOSED HERE.
021783*****************************************************************
021784 9510-WRITE-EOD-BALANCES.
021785     MOVE SPACES TO WS-EBAL-ACCOUNT-ID
021786     MOVE "N" TO WS-LDG-DONE-SW
021787     MOVE LOW-VALUES TO LX-KEY
021788     START LEDGER-IDX-FILE
021789         KEY IS NOT LESS THAN LX-KEY
021790         INVALID KEY
021791             MOVE "Y" TO WS-LDG-DONE-SW
021792     END-START
021793     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
021794        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
021795         MOVE "START LEDGER-IDX-FILE (EOD)" TO WS-ABEND-CONTEXT
021796         PERFORM 9987-ABEND-LEDGIDX-FILE
021797     END-IF
021798     PERFORM 9520-READ-EOD-LEDGER-ROW
021799         UNTIL WS-LDG-DONE
021800     IF WS-EBAL-ACCOUNT-ID NOT = SPACES
021801         PERFORM 9530-WRITE-EOD-BALANCE
021802     END-IF
021803     CLOSE LEDGER-IDX-FILE
021804     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
021805         MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
021806         PERFORM 9987-ABEND-LEDGIDX-FILE
021807     END-IF
021808     EXIT.
021809
021810*****************************************************************
021811*  9520-READ-EOD-LEDGER-ROW - ONE ROW OF THE WALK.  WHEN THE
021812*  ACCOUNT CHANGES, THE PREVIOUS ACCOUNT'S LAST BALANCE IS
021813*  WRITTEN; EACH ROW THEN BECOMES THE LATEST SEEN.
021814*****************************************************************
021815 9520-READ-EOD-LEDGER-ROW.
021816     READ LEDGER-IDX-FILE NEXT RECORD
021817         AT END
021818             MOVE "Y" TO WS-LDG-DONE-SW
021819         NOT AT END
021820             IF LX-ACCOUNT-ID NOT = WS-EBAL-ACCOUNT-ID
021821                AND WS-EBAL-ACCOUNT-ID NOT = SPACES
021822                 PERFORM 9530-WRITE-EOD-BALANCE
021823             END-IF
021824             MOVE LX-TXN-ROW      TO WS-CSV-LINE
021825             MOVE LX-ACCOUNT-ID   TO WS-EBAL-ACCOUNT-ID
021826             MOVE F-BALANCE-AFTER TO WS-EBAL-BALANCE
021827     END-READ
021828     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
021829        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
021830        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
021831         MOVE "READ LEDGER-IDX-FILE (EOD)" TO WS-ABEND-CONTEXT
021832         PERFORM 9987-ABEND-LEDGIDX-FILE
021833     END-IF
021834     EXIT.
021835
021836 9530-WRITE-EOD-BALANCE.
021837     MOVE "EBAL" TO EB-RECORD-TYPE
021838     MOVE WS-EBAL-ACCOUNT-ID TO EB-ACCOUNT-ID
021839     MOVE WS-EBAL-BALANCE    TO EB-BALANCE
021840     MOVE EOD-BALANCE-RECORD TO EOD-RECORD
021841     WRITE EOD-RECORD
021842     IF WS-EOD-FILE-STATUS NOT = "00"
021843         MOVE "WRITE EOD-RECORD (EBAL)" TO WS-ABEND-CONTEXT
021844         PERFORM 9995-ABEND-EOD-FILE
021845     END-IF
021846     ADD 1 TO WS-SNAP-DETAIL-COUNT
021847     EXIT.
021775
021776*****************************************************************
021777*  9210-SET-MONTH-LENGTH - DAYS IN THE CURRENT BDW MONTH.
021778*  FEBRUARY GETS 29 IN A LEAP YEAR (DIVISIBLE BY 4, EXCEPT
021779*  CENTURIES NOT DIVISIBLE BY 400).
021780*****************************************************************
021781 9210-SET-MONTH-LENGTH.
021782     EVALUATE BDW-MM
021783         WHEN 04
021784         WHEN 06
021785         WHEN 09
021786         WHEN 11
021787             MOVE 30 TO WS-BD-MAX-DD
021788         WHEN 02
021789             MOVE 28 TO WS-BD-MAX-DD
021790             DIVIDE BDW-YYYY BY 4
021791                 GIVING WS-BD-LEAP-QUOT
021792                 REMAINDER WS-BD-LEAP-REM
021793             IF WS-BD-LEAP-REM = 0
021794                 MOVE 29 TO WS-BD-MAX-DD
021795                 DIVIDE BDW-YYYY BY 100
021796                     GIVING WS-BD-LEAP-QUOT
021797                     REMAINDER WS-BD-LEAP-REM
021798                 IF WS-BD-LEAP-REM = 0
021799                     DIVIDE BDW-YYYY BY 400
021800                         GIVING WS-BD-LEAP-QUOT
021801                         REMAINDER WS-BD-LEAP-REM
021802                     IF WS-BD-LEAP-REM NOT = 0
021803                         MOVE 28 TO WS-BD-MAX-DD
021804                     END-IF
021805                 END-IF
021806             END-IF
021807         WHEN OTHER
021808             MOVE 31 TO WS-BD-MAX-DD
021809     END-EVALUATE
021810     EXIT.
021811
021812*****************************************************************
021813*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
021814*  LOG IS OPENED AND CLOSED PER EVENT SO AN ABEND PATH CAN LOG
021815*  REGARDLESS OF WHAT STATE THE RUN DIED IN.  A LOG THAT CANNOT
021816*  BE WRITTEN IS SHOUTED TO THE CONSOLE BUT NEVER KILLS THE
021817*  RUN - THE ABEND PATHS THAT CALL HERE MUST STILL GET TO
021818*  THEIR OWN STOP RUN.
021819*****************************************************************
021820 9700-WRITE-RUN-LOG.
021821     OPEN EXTEND RUN-LOG-FILE
021822     IF WS-RUNLOG-FILE-STATUS = "35"
021823         OPEN OUTPUT RUN-LOG-FILE
021824     END-IF
021825     IF WS-RUNLOG-FILE-STATUS NOT = "00"
021826         DISPLAY "BANKMAIN: RUN LOG UNAVAILABLE, STATUS="
021827                 WS-RUNLOG-FILE-STATUS
021828     ELSE
021829         MOVE WS-RUN-LOG-LINE TO RUN-LOG-RECORD
021830         WRITE RUN-LOG-RECORD
021831         IF WS-RUNLOG-FILE-STATUS NOT = "00"
021832             DISPLAY "BANKMAIN: RUN LOG WRITE FAILED, STATUS="
021833                     WS-RUNLOG-FILE-STATUS
021834         END-IF
021835         CLOSE RUN-LOG-FILE
021836     END-IF
021837     EXIT.
021838
021839*****************************************************************
021840*  9800-LOG-ABEND - BUILD AND APPEND THE ABEND RECORD: WHAT THE
021841*  RUN WAS DOING (WS-ABEND-CONTEXT), THE FILE STATUS THAT
021842*  KILLED IT (WS-ABEND-STATUS, SPACES WHEN THE ABEND WAS NOT A
021843*  FILE ERROR), AND THE WALL-CLOCK TIME IT DIED.  CALLED BY
021844*  EVERY 99XX ABEND PARAGRAPH BEFORE ITS STOP RUN.
021845*****************************************************************
021846 9800-LOG-ABEND.
021847     ACCEPT WS-SYSTEM-TIME FROM TIME
021848     MOVE SPACES TO WS-RUN-LOG-LINE
021849     STRING "BANKMAIN,"      DELIMITED BY SIZE
021850            WS-RUN-ID        DELIMITED BY SIZE
021851            ",ABEND,"        DELIMITED BY SIZE
021852            WS-ABEND-CONTEXT DELIMITED BY SIZE
021853            ",STATUS="       DELIMITED BY SIZE
021854            WS-ABEND-STATUS  DELIMITED BY SIZE
021855            ",RC=16"         DELIMITED BY SIZE
021856            ",ENDED="        DELIMITED BY SIZE
021857            WS-SYSTEM-TIME (1:6) DELIMITED BY SIZE
021858         INTO WS-RUN-LOG-LINE
021859     END-STRING
021860     PERFORM 9700-WRITE-RUN-LOG
021861     EXIT.
021862
021863*****************************************************************
021864*  9900-ABEND-TXN-FILE - TXN-FILE FAILED IN A WAY THAT IS NOT
021865*  "NO PRIOR FILE" (STATUS 35 ON THE FIRST OPEN) - A BAD WRITE OR
021866*  OPEN HERE WOULD LEAVE THE LEDGER SILENTLY SHORT, SO THE RUN
021867*  STOPS RATHER THAN CARRYING ON.
021868*****************************************************************
021869 9900-ABEND-TXN-FILE.
021870     DISPLAY "BANKMAIN: FATAL - TXN-FILE ERROR ON "
021871             WS-ABEND-CONTEXT
021872     DISPLAY "BANKMAIN: FILE STATUS=" WS-TXN-FILE-STATUS
021873     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021874     MOVE WS-TXN-FILE-STATUS TO WS-ABEND-STATUS
021875     PERFORM 9800-LOG-ABEND
021876     MOVE 16 TO RETURN-CODE
021877     STOP RUN.
021878
021879*****************************************************************
021880*  9910-ABEND-DECLINE-FILE - DECLINE-FILE FAILED ON OPEN, WRITE
021881*  OR CLOSE.  LETTING THE RUN CONTINUE WOULD MEAN SOME OR ALL OF
021882*  THE DAY'S DECLINES NEVER MAKE IT TO DECLINES.CSV WHILE THE RUN
021883*  STILL REPORTS SUCCESS, SO IT ABENDS INSTEAD.
021884*****************************************************************
021885 9910-ABEND-DECLINE-FILE.
021886     DISPLAY "BANKMAIN: FATAL - DECLINE-FILE ERROR ON "
021887             WS-ABEND-CONTEXT
021888     DISPLAY "BANKMAIN: FILE STATUS=" WS-DECL-FILE-STATUS
021889     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021890     MOVE WS-DECL-FILE-STATUS TO WS-ABEND-STATUS
021891     PERFORM 9800-LOG-ABEND
021892     MOVE 16 TO RETURN-CODE
021893     STOP RUN.
021894
021895*****************************************************************
021896*  9920-ABEND-BUDGET-ALERT-FILE - BUDGET-ALERT-FILE FAILED ON
021897*  OPEN, WRITE OR CLOSE.  SAME REASONING AS 9910-ABEND-DECLINE-
021898*  FILE - A SILENTLY LOST ALERT IS WORSE THAN AN ABENDED RUN.
021899*****************************************************************
021900 9920-ABEND-BUDGET-ALERT-FILE.
021901     DISPLAY "BANKMAIN: FATAL - BUDGET-ALERT-FILE ERROR ON "
021902             WS-ABEND-CONTEXT
021903     DISPLAY "BANKMAIN: FILE STATUS=" WS-ALRT-FILE-STATUS
021904     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021905     MOVE WS-ALRT-FILE-STATUS TO WS-ABEND-STATUS
021906     PERFORM 9800-LOG-ABEND
021907     MOVE 16 TO RETURN-CODE
021908     STOP RUN.
021909
021910*****************************************************************
021911*  9930-ABEND-GL-FILE - GL-FILE FAILED ON OPEN, WRITE OR CLOSE.
021912*  A SHORT OR MISSING GL EXTRACT WOULD FAIL TO BALANCE DOWNSTREAM
021913*  WITHOUT ANY INDICATION ON THIS END, SO THE RUN ABENDS RATHER
021914*  THAN SHIPPING A PARTIAL EXTRACT.
021915*****************************************************************
021916 9930-ABEND-GL-FILE.
021917     DISPLAY "BANKMAIN: FATAL - GL-FILE ERROR ON "
021918             WS-ABEND-CONTEXT
021919     DISPLAY "BANKMAIN: FILE STATUS=" WS-GL-FILE-STATUS
021920     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021921     MOVE WS-GL-FILE-STATUS TO WS-ABEND-STATUS
021922     PERFORM 9800-LOG-ABEND
021923     MOVE 16 TO RETURN-CODE
021924     STOP RUN.
021925
021926*****************************************************************
021927*  9940-ABEND-TABLE-OVERFLOW - AN IN-MEMORY TABLE IS ALREADY AT
021928*  ITS OCCURS LIMIT AND THE RUN NEEDS TO ADD ONE MORE ENTRY.
021929*  SINCE THE CONTINUOUS LEDGER DESIGN REPLAYS THE WHOLE OF
021930*  TXN-FILE EVERY RUN, THESE TABLES ONLY GROW OVER TIME - A RUN
021931*  THAT WOULD OVERRUN ONE STOPS HERE RATHER THAN INDEXING PAST
021932*  THE END OF THE TABLE AND CORRUPTING ADJACENT STORAGE.
021933*****************************************************************
021934 9940-ABEND-TABLE-OVERFLOW.
021935     DISPLAY "BANKMAIN: FATAL - TABLE CAPACITY EXCEEDED ON "
021936             WS-ABEND-CONTEXT
021937     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021938     MOVE SPACES TO WS-ABEND-STATUS
021939     PERFORM 9800-LOG-ABEND
021940     MOVE 16 TO RETURN-CODE
021941     STOP RUN.
021942
021943*****************************************************************
021944*  9950-REFUSE-BATCH - THE PENDING BATCH ITSELF IS UNSOUND OR
021945*  HAS BEEN POSTED BEFORE: NO HEADER, NO TRAILER, A TRAILER
021946*  THAT DOES NOT BALANCE, OR A BATCH ID ALREADY ON THE POSTED-
021947*  BATCH LOG.  THE RUN STOPS BEFORE A SINGLE POSTING LANDS.
021948*****************************************************************
021949 9950-REFUSE-BATCH.
021950     DISPLAY "BANKMAIN: BATCH REFUSED - " WS-REFUSE-REASON
021951     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021952     MOVE WS-REFUSE-REASON TO WS-ABEND-CONTEXT
021953     MOVE SPACES TO WS-ABEND-STATUS
021954     PERFORM 9800-LOG-ABEND
021955     MOVE 16 TO RETURN-CODE
021956     STOP RUN.
021957
021958*****************************************************************
021959*  9960-ABEND-BCTL-FILE - THE POSTED-BATCH LOG FAILED ON OPEN,
021960*  READ, WRITE OR CLOSE.  WITHOUT IT THE DUPLICATE-BATCH GUARD
021961*  IS BLIND, SO THE RUN STOPS RATHER THAN CARRYING ON.
021962*****************************************************************
021963 9960-ABEND-BCTL-FILE.
021964     DISPLAY "BANKMAIN: FATAL - BATCH-CTL-FILE ERROR ON "
021965             WS-ABEND-CONTEXT
021966     DISPLAY "BANKMAIN: FILE STATUS=" WS-BCTL-FILE-STATUS
021967     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021968     MOVE WS-BCTL-FILE-STATUS TO WS-ABEND-STATUS
021969     PERFORM 9800-LOG-ABEND
021970     MOVE 16 TO RETURN-CODE
021971     STOP RUN.
021972
021973*****************************************************************
021974*  9970-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
021975*  COULD NOT BE READ OR REWRITTEN.  WITHOUT IT THE RUN HAS NO
021976*  PROCESSING DATE AND NO RERUN GUARD, SO IT STOPS.
021977*****************************************************************
021978 9970-ABEND-BUSDATE-FILE.
021979     DISPLAY "BANKMAIN: FATAL - BUS-DATE-FILE ERROR ON "
021980             WS-ABEND-CONTEXT
021981     DISPLAY "BANKMAIN: FILE STATUS=" WS-BDATE-FILE-STATUS
021982     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021983     MOVE WS-BDATE-FILE-STATUS TO WS-ABEND-STATUS
021984     PERFORM 9800-LOG-ABEND
021985     MOVE 16 TO RETURN-CODE
021986     STOP RUN.
021987
021988*****************************************************************
021989*  9975-ABEND-PARAM-FILE - THE PRODUCT PARAMETER FILE IS
021990*  MISSING OR UNREADABLE, OR HAS NO REPR-MAX ENTRY IN FORCE ON
021991*  THE BUSINESS DATE.  POSTING UNDER GUESSED LIMITS IS WORSE
021992*  THAN NOT POSTING, SO THE RUN REFUSES TO START.
021993*****************************************************************
021994 9975-ABEND-PARAM-FILE.
021995     DISPLAY "BANKMAIN: FATAL - PARAM-FILE ERROR ON "
021996             WS-ABEND-CONTEXT
021997     DISPLAY "BANKMAIN: FILE STATUS=" WS-PARM-FILE-STATUS
021998     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
021999     MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
022000     PERFORM 9800-LOG-ABEND
022001     MOVE 16 TO RETURN-CODE
022002     STOP RUN.
022003
022004*****************************************************************
022005*  9976-ABEND-STOP-FILE - THE STOP-PAYMENT FILE IS THERE BUT
022006*  CANNOT BE READ.  POSTING WITHOUT IT WOULD PAY ITEMS CLIENTS
022007*  HAVE STOPPED, SO THE RUN REFUSES TO START.
022008*****************************************************************
022009 9976-ABEND-STOP-FILE.
022010     DISPLAY "BANKMAIN: FATAL - STOP-FILE ERROR ON "
022011             WS-ABEND-CONTEXT
022012     DISPLAY "BANKMAIN: FILE STATUS=" WS-STOP-FILE-STATUS
022013     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022014     MOVE WS-STOP-FILE-STATUS TO WS-ABEND-STATUS
022015     PERFORM 9800-LOG-ABEND
022016     MOVE 16 TO RETURN-CODE
022017     STOP RUN.
022018
022019*****************************************************************
022020*  9977-ABEND-STACT-FILE - THE DAY'S STOP ACTIVITY FILE FAILED
022021*  ON OPEN, WRITE OR CLOSE.  A STOPPED ITEM MISSING FROM THE
022022*  DAILY LISTING IS ONE NOBODY TELLS THE CLIENT ABOUT, SO THE
022023*  RUN STOPS RATHER THAN CARRYING ON.
022024*****************************************************************
022025 9977-ABEND-STACT-FILE.
022026     DISPLAY "BANKMAIN: FATAL - STOP-ACT-FILE ERROR ON "
022027             WS-ABEND-CONTEXT
022028     DISPLAY "BANKMAIN: FILE STATUS=" WS-STACT-FILE-STATUS
022029     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022030     MOVE WS-STACT-FILE-STATUS TO WS-ABEND-STATUS
022031     PERFORM 9800-LOG-ABEND
022032     MOVE 16 TO RETURN-CODE
022033     STOP RUN.
022034
022035*****************************************************************
022036*  9978-ABEND-DPOST-FILE - THE DISPUTE POSTING QUEUE FAILED ON
022037*  OPEN, READ OR THE END-OF-RUN EMPTYING.  A QUEUE READ HALF
022038*  WAY WOULD LEAVE A CLIENT WITHOUT THE PROVISIONAL CREDIT THE
022039*  CASE PROMISED, SO THE RUN STOPS.
022040*****************************************************************
022041 9978-ABEND-DPOST-FILE.
022042     DISPLAY "BANKMAIN: FATAL - DISP-POST-FILE ERROR ON "
022043             WS-ABEND-CONTEXT
022044     DISPLAY "BANKMAIN: FILE STATUS=" WS-DPOST-FILE-STATUS
022045     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022046     MOVE WS-DPOST-FILE-STATUS TO WS-ABEND-STATUS
022047     PERFORM 9800-LOG-ABEND
022048     MOVE 16 TO RETURN-CODE
022049     STOP RUN.
022050
022051*****************************************************************
022052*  9979-ABEND-EPOST-FILE - THE ESCHEAT POSTING QUEUE FAILED ON
022053*  OPEN, READ OR THE END-OF-RUN EMPTYING.  A REMITTANCE LOST
022054*  HALF WAY WOULD LEAVE THE STATE UNPAID ON A BALANCE THE
022055*  LISTING SAYS WAS SENT, SO THE RUN STOPS.
022056*****************************************************************
022057 9979-ABEND-EPOST-FILE.
022058     DISPLAY "BANKMAIN: FATAL - ESCH-POST-FILE ERROR ON "
022059             WS-ABEND-CONTEXT
022060     DISPLAY "BANKMAIN: FILE STATUS=" WS-EPOST-FILE-STATUS
022061     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022062     MOVE WS-EPOST-FILE-STATUS TO WS-ABEND-STATUS
022063     PERFORM 9800-LOG-ABEND
022064     MOVE 16 TO RETURN-CODE
022065     STOP RUN.
022066
022067*****************************************************************
022068*  9980-ABEND-HOLD-FILE - THE DEPOSIT-HOLD FILE FAILED ON OPEN,
022069*  READ, WRITE OR CLOSE.  A LOST OR HALF-WRITTEN HOLD FILE
022070*  WOULD SILENTLY FREE EVERY HELD DEPOSIT ON THE NEXT RUN, SO
022071*  THE RUN STOPS RATHER THAN CARRYING ON.
022072*****************************************************************
022073 9980-ABEND-HOLD-FILE.
022074     DISPLAY "BANKMAIN: FATAL - HOLD-FILE ERROR ON "
022075             WS-ABEND-CONTEXT
022076     DISPLAY "BANKMAIN: FILE STATUS=" WS-HOLD-FILE-STATUS
022077     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022078     MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
022079     PERFORM 9800-LOG-ABEND
022080     MOVE 16 TO RETURN-CODE
022081     STOP RUN.
022082
022083*****************************************************************
022084*  9981-ABEND-APOST-FILE - THE APPROVED POSTINGS FILE FAILED ON
022085*  OPEN, READ OR THE END-OF-RUN EMPTYING.  AN APPROVED ITEM LOST
022086*  HALF WAY WOULD NEVER POST, AND ONE LEFT ON THE FILE AFTER IT
022087*  POSTED WOULD POST TWICE, SO THE RUN STOPS.
022088*****************************************************************
022089 9981-ABEND-APOST-FILE.
022090     DISPLAY "BANKMAIN: FATAL - APPR-POST-FILE ERROR ON "
022091             WS-ABEND-CONTEXT
022092     DISPLAY "BANKMAIN: FILE STATUS=" WS-APOST-FILE-STATUS
022093     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022094     MOVE WS-APOST-FILE-STATUS TO WS-ABEND-STATUS
022095     PERFORM 9800-LOG-ABEND
022096     MOVE 16 TO RETURN-CODE
022097     STOP RUN.
022098
022099*****************************************************************
022100*  9982-ABEND-TPOST-FILE - THE TERM DEPOSIT POSTING QUEUE
022101*  FAILED ON OPEN, READ OR THE END-OF-RUN EMPTYING.  A PAYOUT
022102*  LOST HALF WAY WOULD LEAVE A CLIENT WITHOUT THE PRINCIPAL OR
022103*  INTEREST THE DEPOSIT SAYS WAS PAID, SO THE RUN STOPS.
022104*****************************************************************
022105 9982-ABEND-TPOST-FILE.
022106     DISPLAY "BANKMAIN: FATAL - TD-POST-FILE ERROR ON "
022107             WS-ABEND-CONTEXT
022108     DISPLAY "BANKMAIN: FILE STATUS=" WS-TPOST-FILE-STATUS
022109     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022110     MOVE WS-TPOST-FILE-STATUS TO WS-ABEND-STATUS
022111     PERFORM 9800-LOG-ABEND
022112     MOVE 16 TO RETURN-CODE
022113     STOP RUN.
022114
022115*****************************************************************
022116*  9983-ABEND-TFUND-FILE - THE TERM DEPOSIT FUNDINGS FILE
022117*  FAILED ON OPEN, WRITE OR CLOSE.  THE FUNDING DEBITS ARE ON
022118*  THE LEDGER BUT THEIR DEPOSITS WOULD NEVER GO ACTIVE, SO THE
022119*  RUN STOPS FOR OPERATIONS TO KEY THE MISSING LINES ONTO
022120*  DATA/TD_FUNDINGS.CSV FROM THE LEDGER.
022121*****************************************************************
022122 9983-ABEND-TFUND-FILE.
022123     DISPLAY "BANKMAIN: FATAL - TD-FUND-FILE ERROR ON "
022124             WS-ABEND-CONTEXT
022125     DISPLAY "BANKMAIN: FILE STATUS=" WS-TFUND-FILE-STATUS
022126     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022127     MOVE WS-TFUND-FILE-STATUS TO WS-ABEND-STATUS
022128     PERFORM 9800-LOG-ABEND
022129     MOVE 16 TO RETURN-CODE
022130     STOP RUN.
022131
022132*****************************************************************
022133*  9984-ABEND-TD-FILE - THE TERM DEPOSIT MASTER COULD NOT BE
022134*  READ.  WITHOUT IT NO TRANSFER CAN FUND A DEPOSIT, SO THE
022135*  RUN STOPS BEFORE ANYTHING POSTS.
022136*****************************************************************
022137 9984-ABEND-TD-FILE.
022138     DISPLAY "BANKMAIN: FATAL - TD-FILE ERROR ON "
022139             WS-ABEND-CONTEXT
022140     DISPLAY "BANKMAIN: FILE STATUS=" WS-TDM-FILE-STATUS
022141     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022142     MOVE WS-TDM-FILE-STATUS TO WS-ABEND-STATUS
022143     PERFORM 9800-LOG-ABEND
022144     MOVE 16 TO RETURN-CODE
022145     STOP RUN.
022146
022147*****************************************************************
022148*  9985-ABEND-REPR-FILE - THE REPRESENTMENT QUEUE FAILED ON
022149*  OPEN, READ, WRITE OR CLOSE.  A LOST QUEUE MEANS DECLINED
022150*  ITEMS SILENTLY STOP RE-PRESENTING, SO THE RUN STOPS RATHER
022151*  THAN CARRYING ON.
022152*****************************************************************
022153 9985-ABEND-REPR-FILE.
022154     DISPLAY "BANKMAIN: FATAL - REPR-FILE ERROR ON "
022155             WS-ABEND-CONTEXT
022156     DISPLAY "BANKMAIN: FILE STATUS=" WS-REPR-FILE-STATUS
022157     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022158     MOVE WS-REPR-FILE-STATUS TO WS-ABEND-STATUS
022159     PERFORM 9800-LOG-ABEND
022160     MOVE 16 TO RETURN-CODE
022161     STOP RUN.
022162
022163*****************************************************************
022164*  9986-ABEND-ACCTIDX-FILE - THE ACCOUNTS MASTER COULD NOT BE
022165*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
022166*  RUN).  A TRANSFER OR STANDING ORDER CANNOT BE CHECKED
022167*  WITHOUT IT, SO THE RUN STOPS RATHER THAN DECLINE THEM ALL.
022168*****************************************************************
022169 9986-ABEND-ACCTIDX-FILE.
022170     DISPLAY "BANKMAIN: FATAL - ACCOUNT-IDX-FILE ERROR ON "
022171             WS-ABEND-CONTEXT
022172     DISPLAY "BANKMAIN: FILE STATUS=" WS-ACCTIDX-FILE-STATUS
022173     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022174     MOVE WS-ACCTIDX-FILE-STATUS TO WS-ABEND-STATUS
022175     PERFORM 9800-LOG-ABEND
022176     MOVE 16 TO RETURN-CODE
022177     STOP RUN.
022178
022179*****************************************************************
022180*  9987-ABEND-LEDGIDX-FILE - THE LEDGER INDEX COULD NOT BE
022181*  OPENED, READ, WRITTEN OR CLOSED, OR IS OUT OF STEP WITH
022182*  TXN-FILE (STATUS 35, OR BEHIND / AHEAD OF IT: RESTORE THE
022183*  LEDGER IF NEED BE AND RUN THE BANKIDX LEDGER FUNCTION TO
022184*  REBUILD THE INDEX FROM IT).  POSTING AGAINST A WRONG BALANCE,
022185*  OR LEAVING A ROW OFF THE INDEX, IS WORSE THAN NOT POSTING, SO
022186*  THE RUN STOPS.
022187*****************************************************************
022188 9987-ABEND-LEDGIDX-FILE.
022189     DISPLAY "BANKMAIN: FATAL - LEDGER-IDX-FILE ERROR ON "
022190             WS-ABEND-CONTEXT
022191     DISPLAY "BANKMAIN: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
022192     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022193     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
022194     PERFORM 9800-LOG-ABEND
022195     MOVE 16 TO RETURN-CODE
022196     STOP RUN.
022197
022198*****************************************************************
022199*  9990-ABEND-FRET-FILE - THE FINAL-RETURNS FILE FAILED ON
022200*  OPEN, WRITE OR CLOSE.  A FINAL RETURN NOBODY SEES IS AN
022201*  ITEM NOBODY SETTLES WITH THE MERCHANT, SO THE RUN STOPS.
022202*****************************************************************
022203 9990-ABEND-FRET-FILE.
022204     DISPLAY "BANKMAIN: FATAL - FINAL-RETURN-FILE ERROR ON "
022205             WS-ABEND-CONTEXT
022206     DISPLAY "BANKMAIN: FILE STATUS=" WS-FRET-FILE-STATUS
022207     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022208     MOVE WS-FRET-FILE-STATUS TO WS-ABEND-STATUS
022209     PERFORM 9800-LOG-ABEND
022210     MOVE 16 TO RETURN-CODE
022211     STOP RUN.
022212
022213*****************************************************************
022214*  9995-ABEND-EOD-FILE - THE END-OF-DAY SNAPSHOT FAILED ON
022215*  OPEN, WRITE OR CLOSE.  A HALF-WRITTEN SNAPSHOT WOULD BE
022216*  CAUGHT BY ITS OWN TRAILER CHECK TOMORROW, BUT A RUN THAT
022217*  CANNOT WRITE ITS POSITIONS IS A RUN WITH SOMETHING WRONG,
022218*  SO IT STOPS AND SAYS SO.
022219*****************************************************************
022220 9995-ABEND-EOD-FILE.
022221     DISPLAY "BANKMAIN: FATAL - EOD-FILE ERROR ON "
022222             WS-ABEND-CONTEXT
022223     DISPLAY "BANKMAIN: FILE STATUS=" WS-EOD-FILE-STATUS
022224     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022225     MOVE WS-EOD-FILE-STATUS TO WS-ABEND-STATUS
022226     PERFORM 9800-LOG-ABEND
022227     MOVE 16 TO RETURN-CODE
022228     STOP RUN.
022229
022230*****************************************************************
022231*  9997-ABEND-GL-CHART-FILE - THE CHART-OF-ACCOUNTS MAPPING IS
022232*  MISSING, UNREADABLE OR HAS NO CASH-ACCT ROW.  WITHOUT IT
022233*  EVERY POSTING WOULD ONLY SUSPEND, SO THE RUN REFUSES TO
022234*  START INSTEAD.
022235*****************************************************************
022236 9997-ABEND-GL-CHART-FILE.
022237     DISPLAY "BANKMAIN: FATAL - GL-CHART-FILE ERROR ON "
022238             WS-ABEND-CONTEXT
022239     DISPLAY "BANKMAIN: FILE STATUS=" WS-GLCH-FILE-STATUS
022240     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022241     MOVE WS-GLCH-FILE-STATUS TO WS-ABEND-STATUS
022242     PERFORM 9800-LOG-ABEND
022243     MOVE 16 TO RETURN-CODE
022244     STOP RUN.
022245
022246*****************************************************************
022247*  9998-ABEND-GL-SUSP-FILE - THE SUSPENSE FILE FAILED ON OPEN,
022248*  WRITE OR CLOSE.  A SUSPENDED POSTING NOBODY SEES IS A
022249*  JOURNAL ENTRY NOBODY EVER MAKES, SO THE RUN STOPS.
022250*****************************************************************
022251 9998-ABEND-GL-SUSP-FILE.
022252     DISPLAY "BANKMAIN: FATAL - GL-SUSP-FILE ERROR ON "
022253             WS-ABEND-CONTEXT
022254     DISPLAY "BANKMAIN: FILE STATUS=" WS-GLSP-FILE-STATUS
022255     DISPLAY "BANKMAIN: RUN TERMINATED ABNORMALLY."
022256     MOVE WS-GLSP-FILE-STATUS TO WS-ABEND-STATUS
022257     PERFORM 9800-LOG-ABEND
022258     MOVE 16 TO RETURN-CODE
022259     STOP RUN.
