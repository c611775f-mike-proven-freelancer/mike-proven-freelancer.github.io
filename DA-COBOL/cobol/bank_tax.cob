002299*                    FIX; A-CLIENT-NAME REMAINS ONLY AS THE
002301*                    FALLBACK FOR A BLANK OR UNMATCHED
002302*                    CUSTOMER ID.
002303*  2026-10-15  DA    CUSTOMER RECORD WIDENED TO THE FULL CUSTREC
002304*                    ROW NOW THAT IT CARRIES THE MAILING ADDRESS
002305*                    AND NOTICE DELIVERY PREFERENCE.
002306*  2026-10-15  DA    TERM DEPOSIT INTEREST (TD-INTEREST, PAID TO
002307*                    THE LINKED ACCOUNT BY BANKTDEP) IS SWEPT INTO
002308*                    THE EXTRACT WITH THE ACCOUNT'S OWN INTEREST.
002309*  2026-10-15  DA    EACH REPORTABLE ACCOUNT'S CUSTOMER ID AND
002310*                    NAME ARE READ BY KEY FROM THE INDEXED
002311*                    ACCOUNTS MASTER INSTEAD OF A 200-ENTRY TABLE
002312*                    LOADED FROM ACCOUNTS.CSV.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003330         ORGANIZATION IS LINE SEQUENTIAL
003340         FILE STATUS IS WS-BDATE-FILE-STATUS.
003400
003500     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003600         ORGANIZATION IS INDEXED
003633         ACCESS MODE IS RANDOM
003667         RECORD KEY IS AX-ACCOUNT-ID
003700         FILE STATUS IS WS-ACCT-FILE-STATUS.
003710
003720     SELECT CUSTOMER-FILE ASSIGN TO "data/customers.csv"
005920 FD  BUS-DATE-FILE.
005930 01  BUS-DATE-RECORD            PIC X(30).
006000
006010*****************************************************************
006020*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
006030*  (ACCTIDX), OPEN WHILE THE OUTPUTS ARE WRITTEN SO EACH
006040*  REPORTABLE ACCOUNT'S CUSTOMER ID AND NAME ARE READ BY KEY.
006050*****************************************************************
006100 FD  ACCOUNT-IDX-FILE.
006200     COPY acctidx.
006210
006220 FD  CUSTOMER-FILE.
006230 01  CUSTOMER-RECORD            PIC X(200).
006300
006400*****************************************************************
006500*  REPORT-FILE - THE PER-ACCOUNT INTEREST-PAID SUMMARY, NAMED
009200     88  WS-TXN-EOF                         VALUE "Y".
009210 01  WS-TXN-OPEN-SW             PIC X       VALUE "N".
009220     88  WS-TXN-OPENED                      VALUE "Y".
009300 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
009400     88  WS-ACCT-FOUND                      VALUE "Y".
009410 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
009420     88  WS-CUST-EOF                        VALUE "Y".
009500
014800 01  WS-TOT-COUNT               PIC 9(4)    VALUE 0.
014900 01  WS-TOT-MATCH-IDX           PIC 9(4)    VALUE 0.
015000 01  WS-TOT-LOOKUP-ID           PIC X(10)   VALUE SPACES.
016310
016320*****************************************************************
016330*  CUSTOMER MASTER TABLE - THE AUTHORITATIVE NAME PER CUSTOMER
020800
020900*****************************************************************
021000*  1000-INITIALIZE - TAKE AND EDIT THE TAX YEAR, NAME THE
021100*  OUTPUT FILES FOR IT, AND OPEN THE ACCOUNTS MASTER AND LOAD
021200*  THE CUSTOMER MASTER FOR THE CUSTOMER JOIN.
021300*****************************************************************
021400 1000-INITIALIZE.
021500     DISPLAY "ENTER TAX YEAR (YYYY):"
023200                ".dat"                 DELIMITED BY SIZE
023300             INTO WS-SUB-FILENAME
023400         END-STRING
023500         PERFORM 1100-OPEN-ACCOUNT-MASTER
023510         PERFORM 1200-LOAD-CUSTOMER-MASTER
023600     END-IF
023700     EXIT.
023800
023900*****************************************************************
024000*  1100-OPEN-ACCOUNT-MASTER - OPEN THE INDEXED ACCOUNTS MASTER.
024100*  EACH REPORTABLE ACCOUNT'S CUSTOMER ID (THE JOIN KEY TO THE
024110*  CUSTOMER MASTER) AND PER-ACCOUNT NAME, KEPT ONLY AS THE
024120*  FALLBACK WHEN AN ACCOUNT HAS NO MATCHABLE CUSTOMER ID, ARE
024130*  READ BY KEY.  IT STAYS OPEN UNTIL 9000-TERMINATE.
024200*****************************************************************
024300 1100-OPEN-ACCOUNT-MASTER.
024400     OPEN INPUT ACCOUNT-IDX-FILE
024500     IF WS-ACCT-FILE-STATUS NOT = "00"
024600         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
024700         PERFORM 9900-ABEND-ACCOUNT-FILE
024800     END-IF
024900     EXIT.
027310
027320*****************************************************************
027330*  1200-LOAD-CUSTOMER-MASTER - THE AUTHORITATIVE NAME PER
032100
032200*****************************************************************
032300*  2300-APPLY-LEDGER-ROW - ONE ROW, WHEREVER IT CAME FROM.  AN
032380*  INTEREST OR TD-INTEREST (TERM DEPOSIT) CREDIT DATED IN THE
032460*  TAX YEAR JOINS THE SWEEP; A REVERSAL WHOSE REF-ID MATCHES A
032540*  SWEPT INTEREST POSTING NETS IT BACK OUT OF ITS ACCOUNT'S
032620*  TOTAL.  EVERYTHING ELSE -
032700*  OD-INTEREST INCLUDED - IS NOT INTEREST PAID AND PASSES BY.
032800*****************************************************************
032900 2300-APPLY-LEDGER-ROW.
033000     IF (F-TXN-TYPE = "INTEREST" OR F-TXN-TYPE = "TD-INTEREST")
033100        AND F-DATE (1:4) = WS-TAX-YEAR
033200         PERFORM 2400-SWEEP-INTEREST-ROW
033300     ELSE
049500*  INCOME WAS REAL - JUST WITHOUT THE JOIN.
049600*****************************************************************
049700 3100-WRITE-ONE-ACCOUNT.
049800     PERFORM 3110-FIND-MASTER-ID
050700     MOVE "TDTL" TO TD-RECORD-TYPE
050800     MOVE TOT-ACCOUNT-ID (TOT-IDX) TO TD-ACCOUNT-ID
050900     IF WS-ACCT-FOUND
051000         MOVE A-CUSTOMER-ID TO TD-CUSTOMER-ID
051150         PERFORM 3150-FIND-CUSTOMER-NAME
051200         IF WS-CUST-MATCH-IDX > 0
051250             MOVE CUS-CUSTOMER-NAME (WS-CUST-MATCH-IDX)
051300                 TO TD-CLIENT-NAME
051350         ELSE
051360             MOVE A-CLIENT-NAME TO TD-CLIENT-NAME
051380         END-IF
051400     ELSE
051500         MOVE SPACES TO TD-CUSTOMER-ID
053300     END-STRING
053400     PERFORM 8000-WRITE-REPORT-LINE
053500     EXIT.
053505
053506*****************************************************************
053507*  3110-FIND-MASTER-ID - READ THE REPORTABLE ACCOUNT BY KEY.
053508*  STATUS 23 IS AN ACCOUNT NO LONGER ON THE MASTER; ANYTHING
053509*  ELSE BUT 00 IS A FILE ERROR.
053510*****************************************************************
053511 3110-FIND-MASTER-ID.
053512     MOVE "N" TO WS-ACCT-FOUND-SW
053513     MOVE TOT-ACCOUNT-ID (TOT-IDX) TO AX-ACCOUNT-ID
053514     READ ACCOUNT-IDX-FILE
053515         INVALID KEY
053516             MOVE "N" TO WS-ACCT-FOUND-SW
053517         NOT INVALID KEY
053518             MOVE "Y" TO WS-ACCT-FOUND-SW
053519             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
053520     END-READ
053521     IF WS-ACCT-FILE-STATUS NOT = "00"
053522        AND WS-ACCT-FILE-STATUS NOT = "23"
053523         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
053524         PERFORM 9900-ABEND-ACCOUNT-FILE
053525     END-IF
053526     EXIT.
053527
053528*****************************************************************
053530*  3150-FIND-CUSTOMER-NAME - LOCATE THE CUSTOMER MASTER ENTRY
053540*  FOR THE ACCOUNT'S CUSTOMER ID.  A BLANK ID NEVER MATCHES.
053550*****************************************************************
053560 3150-FIND-CUSTOMER-NAME.
053570     MOVE 0 TO WS-CUST-MATCH-IDX
053571     IF A-CUSTOMER-ID NOT = SPACES
053572         PERFORM VARYING CUS-IDX FROM 1 BY 1
053573                 UNTIL CUS-IDX > WS-CUST-COUNT
053574             IF CUS-CUSTOMER-ID (CUS-IDX)
053575                    = A-CUSTOMER-ID
053576                 MOVE CUS-IDX       TO WS-CUST-MATCH-IDX
053577                 MOVE WS-CUST-COUNT TO CUS-IDX
053578             END-IF
056100         DISPLAY "Reversals netted out : " WS-REVERSED-COUNT
056200         DISPLAY "Accounts reported    : " WS-REPORTED-COUNT
056300         DISPLAY "Year-end interest extract complete."
056310         CLOSE ACCOUNT-IDX-FILE
056320         IF WS-ACCT-FILE-STATUS NOT = "00"
056330             MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
056340             PERFORM 9900-ABEND-ACCOUNT-FILE
056350         END-IF
056400     END-IF
056500     EXIT.
056600
056700*****************************************************************
056800*  9900-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
056900*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
057000*  RUN), SO THE SUBMISSION CANNOT NAME ITS CUSTOMERS.  THE RUN
057050*  STOPS.
057100*****************************************************************
057200 9900-ABEND-ACCOUNT-FILE.
057300     DISPLAY "BANKTAX: FATAL - ACCOUNT-IDX-FILE ERROR ON "
057400             WS-ABEND-CONTEXT
057500     DISPLAY "BANKTAX: FILE STATUS=" WS-ACCT-FILE-STATUS
057600     DISPLAY "BANKTAX: RUN TERMINATED ABNORMALLY."
