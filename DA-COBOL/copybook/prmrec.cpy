000100******************************************************************
000200*  PRMREC.CPY
000300*  Layout of one CSV line on data/product_params.csv - the
000400*  effective-dated product parameter file that holds the
000500*  pricing and limits the programs used to carry as compiled
000600*  literals.  Shared by BANKPARM (maintainer), BANKMAIN, BANKINT,
000700*  BANKDISP, BANKDORM, BANKESCH, BANKCTR, BANKEDIT and BANKTDEP
000800*  (readers) so all of them agree on field widths without having
000810*  to stay in sync by hand.
000900*
001000*  PR-PARAM-TYPE names what the row prices or limits:
001100*    BUDGET-CAP - monthly spending cap for the purchase category
001200*                 in PR-PARAM-KEY; PR-AMOUNT is the cap.  A
001300*                 zero cap means the category is uncapped from
001400*                 that date.                          (BANKMAIN)
001500*    TIER-RATE  - one interest band named in PR-PARAM-KEY
001600*                 (TIER1, TIER2 ...); PR-AMOUNT is the band's
001700*                 upper balance limit and PR-RATE its monthly
001800*                 rate.  A balance earns the rate of the lowest
001900*                 band whose limit covers it.  A band retired
002000*                 from a date carries a zero limit.    (BANKINT)
002100*    SVC-FEE    - the flat monthly service fee in PR-AMOUNT.
002200*                                                      (BANKINT)
002300*    OD-RATE    - the monthly overdraft interest rate in
002400*                 PR-RATE.                             (BANKINT)
002500*    REPR-MAX   - the ceiling on presentations of one NSF item;
002600*                 the count is the whole-number part of
002700*                 PR-AMOUNT (000000300 = 3).          (BANKMAIN)
002710*    DISP-DAYS  - calendar days from opening a purchase dispute
002720*                 to its regulatory resolution deadline; the
002730*                 count is the whole-number part of PR-AMOUNT
002740*                 (000004500 = 45).                   (BANKDISP)
002750*    DORM-DAYS  - calendar days without customer-initiated
002752*                 activity after which an account is set
002754*                 DORMANT; whole-number part of PR-AMOUNT.
002756*                                                      (BANKDORM)
002760*    ESCH-DAYS  - calendar days without customer-initiated
002762*                 activity after which a dormant account's
002764*                 balance is unclaimed property and is remitted
002766*                 to the state; whole-number part of PR-AMOUNT.
002768*                                           (BANKDORM, BANKESCH)
002770*    CTR-LIMIT  - the cash reporting threshold: one customer's
002771*                 cash deposits, or cash withdrawals, in one
002772*                 business day over PR-AMOUNT are reported.
002773*                                                       (BANKCTR)
002774*    CTR-WATCH  - the floor of the structuring watch band: a
002775*                 same-day or rolling cash total of PR-AMOUNT or
002776*                 more that is not itself reportable puts the
002777*                 customer on the watch list.           (BANKCTR)
002778*    CTR-DAYS   - calendar days in the rolling watch window,
002779*                 counting the business date; whole-number part
002780*                 of PR-AMOUNT, at most 31.             (BANKCTR)
002781*    APPR-LIMIT - the maker-checker threshold: a keyed batch item
002783*                 for more than PR-AMOUNT is held on the approvals
002785*                 queue until a second operator approves it.
002787*                                                      (BANKEDIT)
002789*    TD-PENALTY - the early-withdrawal penalty on a term deposit,
002791*                 as days of interest at the deposit's own rate;
002793*                 whole-number part of PR-AMOUNT.  The penalty
002795*                 never takes more than the interest earned.
002797*                                                      (BANKTDEP)
002800*  Single-valued types carry "*" in PR-PARAM-KEY.
002900*
003000*  PR-EFF-DATE is the first business date the row applies to,
003100*  so a rate change can be loaded ahead of time.  A reader
003200*  takes, for each type and key, the row with the latest
003300*  effective date on or before the business date it is
003400*  running under; rows dated later are ignored until their day
003500*  arrives.  Rows of a type a reader does not use are passed
003600*  over, so one file serves every program.
003700******************************************************************
003800 01  PRM-CSV-RECORD.
003900     05  PR-PARAM-TYPE          PIC X(10).
004000         88  PR-TYPE-BUDGET-CAP             VALUE "BUDGET-CAP".
004100         88  PR-TYPE-TIER-RATE              VALUE "TIER-RATE".
004200         88  PR-TYPE-SVC-FEE                VALUE "SVC-FEE".
004300         88  PR-TYPE-OD-RATE                VALUE "OD-RATE".
004400         88  PR-TYPE-REPR-MAX               VALUE "REPR-MAX".
004410         88  PR-TYPE-DISP-DAYS              VALUE "DISP-DAYS".
004420         88  PR-TYPE-DORM-DAYS              VALUE "DORM-DAYS".
004430         88  PR-TYPE-ESCH-DAYS              VALUE "ESCH-DAYS".
004440         88  PR-TYPE-CTR-LIMIT              VALUE "CTR-LIMIT".
004450         88  PR-TYPE-CTR-WATCH              VALUE "CTR-WATCH".
004460         88  PR-TYPE-CTR-DAYS               VALUE "CTR-DAYS".
004470         88  PR-TYPE-APPR-LIMIT             VALUE "APPR-LIMIT".
004480         88  PR-TYPE-TD-PENALTY             VALUE "TD-PENALTY".
004500         88  PR-TYPE-VALID                  VALUE "BUDGET-CAP"
004600                                                  "TIER-RATE"
004700                                                  "SVC-FEE"
004800                                                  "OD-RATE"
004900                                                  "REPR-MAX"
004910                                                  "DISP-DAYS"
004920                                                  "DORM-DAYS"
004930                                                  "ESCH-DAYS"
004940                                                  "CTR-LIMIT"
004950                                                  "CTR-WATCH"
004960                                                  "CTR-DAYS"
004970                                                  "APPR-LIMIT"
004980                                                  "TD-PENALTY".
005000     05  FILLER                 PIC X       VALUE ",".
005100     05  PR-PARAM-KEY           PIC X(16).
005200     05  FILLER                 PIC X       VALUE ",".
005300     05  PR-EFF-DATE            PIC X(10).
005400     05  FILLER                 PIC X       VALUE ",".
005500     05  PR-AMOUNT              PIC 9(7)V99.
005600     05  FILLER                 PIC X       VALUE ",".
005700     05  PR-RATE                PIC V9(5).
