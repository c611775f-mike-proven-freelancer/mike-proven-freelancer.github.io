001900*                    ACCOUNTS WITH A BLANK OR UNMATCHED CUSTOMER
002000*                    ID ARE LISTED SEPARATELY SO THE BRANCH CAN
002100*                    GET THEM ASSIGNED.
002104*  2026-10-15  DA    CUSTOMER RECORD WIDENED TO THE FULL CUSTREC
002108*                    ROW NOW THAT IT CARRIES THE MAILING ADDRESS
002112*                    AND NOTICE DELIVERY PREFERENCE.
002116*  2026-10-15  DA    STATUS FIELD WIDENED TO SEVEN TO TAKE THE
002120*                    DORMANT STATUS BANKDORM SETS.
002124*  2026-10-15  DA    TERM DEPOSITS AWAITING FUNDS OR ACTIVE ON
002128*                    DATA/TERM_DEPOSITS.CSV ARE LISTED UNDER
002132*                    THEIR LINKED ACCOUNT; ACTIVE PRINCIPAL
002136*                    COUNTS IN THE RELATIONSHIP TOTAL.
002140*  2026-10-15  DA    THE ACCOUNTS ARE LOADED IN KEY ORDER FROM THE
002144*                    INDEXED ACCOUNTS MASTER INSTEAD OF FROM
002148*                    ACCOUNTS.CSV, AND THE MASTER'S READ AND
002152*                    CLOSE ARE CHECKED.
002156*  2026-10-15  DA    THE ACCOUNT, CUSTOMER AND TERM DEPOSIT
002160*                    TABLES AND THEIR LIMITS ARE GONE.  ACCOUNTS
002164*                    AND OPEN DEPOSITS GO ONTO A WORK FILE KEYED
002168*                    BY CUSTOMER, DATA/RELATIONSHIP_WORK.IDX, EACH
002172*                    ACCOUNT'S BALANCE TAKEN BY KEY FROM THE
002176*                    LEDGER INDEX, AND EACH CUSTOMER'S STATEMENT
002180*                    IS READ FROM IT BY CUSTOMER ID.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-CUST-FILE-STATUS.
002900
003000     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003100         ORGANIZATION IS INDEXED
003133         ACCESS MODE IS DYNAMIC
003167         RECORD KEY IS AX-ACCOUNT-ID
003200         FILE STATUS IS WS-ACCT-FILE-STATUS.
003300
003320     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
003340         ORGANIZATION IS INDEXED
003360         ACCESS MODE IS DYNAMIC
003380         RECORD KEY IS LX-KEY
003400         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
003420             WITH DUPLICATES
003440         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
003460
003480     SELECT REL-WORK-FILE ASSIGN TO "data/relationship_work.idx"
003500         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS RW-KEY
003560         FILE STATUS IS WS-WORK-FILE-STATUS.
003580
003720     SELECT TD-FILE ASSIGN TO "data/term_deposits.csv"
003740         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-TDM-FILE-STATUS.
003780
003800     SELECT RUN-LOG-FILE ASSIGN TO "data/run_control.log"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CUSTOMER-FILE.
004500 01  CUSTOMER-RECORD            PIC X(200).
004600
004610*****************************************************************
004620*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
004630*  (ACCTIDX).  READ IN KEY ORDER TO BUILD THE WORK FILE, BY KEY
004640*  FOR EACH TERM DEPOSIT'S LINKED ACCOUNT, AND IN KEY ORDER
004650*  AGAIN FOR THE ACCOUNTS NOT ASSIGNED TO A CUSTOMER.
004660*****************************************************************
004700 FD  ACCOUNT-IDX-FILE.
004800     COPY acctidx.
004900
004910*****************************************************************
004920*  LEDGER-IDX-FILE - THE LIVE LEDGER KEYED BY ACCOUNT AND TXN ID
004930*  (LEDGIDX).  AN ACCOUNT'S CURRENT BALANCE IS THE BALANCE ON
004940*  ITS LAST ROW BY KEY.
004950*****************************************************************
004960 FD  LEDGER-IDX-FILE.
004970     COPY ledgidx.
004980
004990*****************************************************************
005000*  REL-WORK-FILE - EVERY ACCOUNT ON THE MASTER AND EVERY OPEN
005010*  TERM DEPOSIT, KEYED BY OWNING CUSTOMER, ACCOUNT AND DEPOSIT
005020*  ID, SO ONE CUSTOMER'S ACCOUNTS COME TOGETHER IN ACCOUNT ORDER
005030*  WITH EACH ACCOUNT'S DEPOSITS UNDER IT.  AN ACCOUNT'S OWN
005040*  RECORD HAS A BLANK DEPOSIT ID, SO IT LEADS ITS DEPOSITS.
005050*  RW-BALANCE IS THE ACCOUNT'S CURRENT BALANCE OR THE DEPOSIT'S
005060*  PRINCIPAL; RW-MATCHED-SW IS SET ON AN ACCOUNT ONCE IT HAS
005070*  APPEARED ON A STATEMENT.  BUILT EMPTY BY EVERY RUN.
005080*****************************************************************
005090 FD  REL-WORK-FILE.
005100 01  REL-WORK-RECORD.
005110     05  RW-KEY.
005120         10  RW-CUSTOMER-ID     PIC X(8).
005130         10  RW-ACCOUNT-ID      PIC X(10).
005140         10  RW-DEPOSIT-ID      PIC X(10).
005150     05  RW-STATUS              PIC X(9).
005160     05  RW-BALANCE             PIC S9(7)V99.
005170     05  RW-MATURITY-DATE       PIC X(10).
005180     05  RW-MATCHED-SW          PIC X.
005190         88  RW-MATCHED                     VALUE "Y".
005200
005225 FD  TD-FILE.
005250 01  TD-RECORD                  PIC X(130).
005275
005300*****************************************************************
005400*  RUN-LOG-FILE - THE PERSISTENT RUN-CONTROL AND AUDIT LOG,
005500*  SHARED WITH BANKMAIN.  EVERY EXECUTION APPENDS A START
006200 WORKING-STORAGE SECTION.
006300 01  WS-CUST-FILE-STATUS        PIC XX.
006400 01  WS-ACCT-FILE-STATUS        PIC XX.
006450 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
006500 01  WS-WORK-FILE-STATUS        PIC XX.
006600 01  WS-RUNLOG-FILE-STATUS      PIC XX.
006650 01  WS-TDM-FILE-STATUS         PIC XX.
006700 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
006800
006900 01  WS-CUST-EOF-SW             PIC X       VALUE "N".
007000     88  WS-CUST-EOF                        VALUE "Y".
007100 01  WS-ACCT-EOF-SW             PIC X       VALUE "N".
007200     88  WS-ACCT-EOF                        VALUE "Y".
007230 01  WS-LDG-OPEN-SW             PIC X       VALUE "N".
007260     88  WS-LDG-OPENED                      VALUE "Y".
007290 01  WS-LDG-DONE-SW             PIC X       VALUE "N".
007320     88  WS-LDG-DONE                        VALUE "Y".
007350 01  WS-WORK-DONE-SW            PIC X       VALUE "N".
007380     88  WS-WORK-DONE                       VALUE "Y".
007446 01  WS-TDM-EOF-SW              PIC X       VALUE "N".
007472     88  WS-TDM-EOF                         VALUE "Y".
007500
007600*****************************************************************
007700*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
008600     05  SYS-DATE-DD            PIC 9(2).
008700 01  WS-ABEND-STATUS            PIC XX      VALUE SPACES.
008800 01  WS-RUN-LOG-LINE            PIC X(130)  VALUE SPACES.
008900 01  WS-STMT-PRINTED            PIC 9(6)    VALUE 0.
009000
009100     COPY custrec.
009200
009400         BY ==WS-ACCT-LINE==.
009500
009600     COPY txnrec.
009633
009666     COPY tdmrec.
009700
010000*****************************************************************
010300*  STATEMENT FIELDS - THE BALANCE AND ACCOUNT COUNT OF THE
010600*  STATEMENT BEING PRINTED, AND THE COUNT OF ACCOUNTS LISTED
010900*  AS NOT ASSIGNED TO ANY CUSTOMER.
011200*****************************************************************
011500 01  WS-REL-TOTAL               PIC S9(8)V99 VALUE 0.
011800 01  WS-REL-ACCT-COUNT          PIC 9(4)     VALUE 0.
012100 01  WS-ORPHAN-COUNT            PIC 9(6)     VALUE 0.
013100
013200*****************************************************************
013300*  REPORT DISPLAY FIELDS
014000*  0000-MAINLINE
014100*****************************************************************
014200 0000-MAINLINE.
014250     PERFORM 1000-INITIALIZE
014300     PERFORM 2000-LOAD-ACCOUNTS
014350     PERFORM 2300-LOAD-TERM-DEPOSITS
014400     PERFORM 3000-PRINT-RELATIONSHIPS
014450     PERFORM 3500-PRINT-ORPHAN-ACCOUNTS
014500     PERFORM 9000-TERMINATE
014550     STOP RUN.
014600
014650*****************************************************************
014700*  1000-INITIALIZE - STAMP THE RUN, OPEN THE ACCOUNTS MASTER AND
014750*  THE LEDGER INDEX, AND OPEN A CLEAR WORK FILE.  NO LEDGER
014800*  INDEX YET (STATUS 35) JUST MEANS NOTHING HAS EVER POSTED AND
014850*  EVERY ACCOUNT SITS AT ITS OPENING BALANCE.
014900*****************************************************************
014950 1000-INITIALIZE.
015000     PERFORM 1060-STAMP-RUN-ID
015050     OPEN INPUT ACCOUNT-IDX-FILE
015100     IF WS-ACCT-FILE-STATUS NOT = "00"
015150         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
015200         PERFORM 9920-ABEND-ACCOUNT-FILE
015250     END-IF
015300     OPEN INPUT LEDGER-IDX-FILE
015350     IF WS-LEDGIDX-FILE-STATUS = "00"
015400         MOVE "Y" TO WS-LDG-OPEN-SW
015450     ELSE
015500         IF WS-LEDGIDX-FILE-STATUS NOT = "35"
015550             MOVE "OPEN INPUT LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
015600             PERFORM 9950-ABEND-LEDGIDX-FILE
015650         END-IF
015700         DISPLAY "BANKREL: NO LEDGER HISTORY, STATUS="
015750                 WS-LEDGIDX-FILE-STATUS
015800     END-IF
015850     OPEN OUTPUT REL-WORK-FILE
015900     IF WS-WORK-FILE-STATUS NOT = "00"
015950         MOVE "OPEN OUTPUT REL-WORK-FILE" TO WS-ABEND-CONTEXT
016000         PERFORM 9940-ABEND-WORK-FILE
016050     END-IF
016100     CLOSE REL-WORK-FILE
016150     IF WS-WORK-FILE-STATUS NOT = "00"
016200         MOVE "CLOSE REL-WORK-FILE (CLEAR)" TO WS-ABEND-CONTEXT
016250         PERFORM 9940-ABEND-WORK-FILE
016300     END-IF
016350     OPEN I-O REL-WORK-FILE
016400     IF WS-WORK-FILE-STATUS NOT = "00"
016450         MOVE "OPEN I-O REL-WORK-FILE" TO WS-ABEND-CONTEXT
016500         PERFORM 9940-ABEND-WORK-FILE
016550     END-IF
016700     EXIT.
016800
016900*****************************************************************
018600     PERFORM 9700-WRITE-RUN-LOG
018700     EXIT.
018800
018850*****************************************************************
018900*  2000-LOAD-ACCOUNTS - EVERY ACCOUNT ON THE INDEXED MASTER, IN
018950*  KEY ORDER, ONTO THE WORK FILE UNDER ITS CUSTOMER ID WITH ITS
019000*  STATUS AND CURRENT BALANCE.  A BLANK STATUS (WRITTEN BEFORE
019050*  BANKACCT EXISTED) IS TREATED AS ACTIVE, THE SAME WAY THE
019100*  POSTING RUN TREATS IT.
019150*****************************************************************
019200 2000-LOAD-ACCOUNTS.
019250     PERFORM 2010-READ-ACCOUNT
019300         UNTIL WS-ACCT-EOF
019350     EXIT.
019400
019450 2010-READ-ACCOUNT.
019500     READ ACCOUNT-IDX-FILE NEXT RECORD
019550         AT END
019600             MOVE "Y" TO WS-ACCT-EOF-SW
019650         NOT AT END
019700             PERFORM 2100-ADD-ACCOUNT
019750     END-READ
019800     IF WS-ACCT-FILE-STATUS NOT = "00"
019850        AND WS-ACCT-FILE-STATUS NOT = "10"
019900         MOVE "READ ACCOUNT-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
019950         PERFORM 9920-ABEND-ACCOUNT-FILE
020000     END-IF
020050     EXIT.
020100
020150 2100-ADD-ACCOUNT.
020200     MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
020250     MOVE SPACES         TO REL-WORK-RECORD
020300     MOVE A-CUSTOMER-ID  TO RW-CUSTOMER-ID
020350     MOVE A-ACCOUNT-ID   TO RW-ACCOUNT-ID
020400     MOVE A-OPEN-BALANCE TO RW-BALANCE
020450     MOVE "N"            TO RW-MATCHED-SW
020500     IF A-STATUS = SPACES
020550         MOVE "ACTIVE" TO RW-STATUS
020600     ELSE
020650         MOVE A-STATUS TO RW-STATUS
020700     END-IF
020750     IF WS-LDG-OPENED
020800         PERFORM 2200-APPLY-LEDGER-BALANCE
020850     END-IF
020900     PERFORM 7000-WRITE-WORK-RECORD
020950     EXIT.
021000
021050*****************************************************************
021100*  2200-APPLY-LEDGER-BALANCE - IF THE ACCOUNT HAS HISTORY ON THE
021150*  LEDGER, ITS LAST POSTED BALANCE REPLACES THE OPENING BALANCE
021200*  FROM THE MASTER - THE SAME SEEDING RULE THE POSTING RUN
021250*  USES.  THE LEDGER INDEX IS READ FROM THE ACCOUNT'S FIRST ROW
021300*  BY KEY TO ITS LAST, SO THE BALANCE TAKEN IS THE ONE ON THE
021350*  HIGHEST TXN ID.
021400*****************************************************************
021450 2200-APPLY-LEDGER-BALANCE.
021500     MOVE A-ACCOUNT-ID TO LX-ACCOUNT-ID
021550     MOVE 0 TO LX-TXN-ID
021600     MOVE "N" TO WS-LDG-DONE-SW
021650     START LEDGER-IDX-FILE
021700         KEY IS NOT LESS THAN LX-KEY
021750         INVALID KEY
021800             MOVE "Y" TO WS-LDG-DONE-SW
021850     END-START
021900     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
021950        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
022000         MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
022050         PERFORM 9950-ABEND-LEDGIDX-FILE
022100     END-IF
022150     PERFORM 2210-READ-LEDGER-ROW
022200         UNTIL WS-LDG-DONE
022250     EXIT.
022300
022350 2210-READ-LEDGER-ROW.
022400     READ LEDGER-IDX-FILE NEXT RECORD
022450         AT END
022500             MOVE "Y" TO WS-LDG-DONE-SW
022550         NOT AT END
022600             IF LX-ACCOUNT-ID NOT = A-ACCOUNT-ID
022650                 MOVE "Y" TO WS-LDG-DONE-SW
022700             ELSE
022750                 MOVE LX-TXN-ROW TO TXN-CSV-RECORD
022800                 MOVE F-BALANCE-AFTER TO RW-BALANCE
022850             END-IF
022900     END-READ
022950     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
023000        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
023050        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
023100         MOVE "READ LEDGER-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
023150         PERFORM 9950-ABEND-LEDGIDX-FILE
023200     END-IF
023250     EXIT.
023300
023350*****************************************************************
023400*  2300-LOAD-TERM-DEPOSITS - EVERY OPEN DEPOSIT (AWAITING ITS
023450*  FUNDING OR ACTIVE) ON THE TERM DEPOSIT MASTER, ONTO THE WORK
023500*  FILE UNDER ITS LINKED ACCOUNT AND THAT ACCOUNT'S CUSTOMER.  A
023550*  DEPOSIT WHOSE LINKED ACCOUNT IS NOT ON THE MASTER HAS NO
023600*  STATEMENT TO APPEAR ON.  STATUS "35" MEANS NO DEPOSIT HAS
023650*  EVER BEEN OPENED, WHICH IS FINE.
023700*****************************************************************
023750 2300-LOAD-TERM-DEPOSITS.
023800     OPEN INPUT TD-FILE
023850     IF WS-TDM-FILE-STATUS = "00"
023900         PERFORM 2310-READ-TERM-DEPOSIT
023950             UNTIL WS-TDM-EOF
024000         CLOSE TD-FILE
024050     ELSE
024100         IF WS-TDM-FILE-STATUS NOT = "35"
024150             MOVE "OPEN INPUT TD-FILE" TO WS-ABEND-CONTEXT
024200             PERFORM 9930-ABEND-TD-FILE
024250         END-IF
024300     END-IF
024350     EXIT.
024400
024450 2310-READ-TERM-DEPOSIT.
024500     READ TD-FILE
024550         AT END
024600             MOVE "Y" TO WS-TDM-EOF-SW
024650         NOT AT END
024700             MOVE TD-RECORD TO TDM-CSV-RECORD
024750             IF TM-STATUS-AWAITING OR TM-STATUS-ACTIVE
024800                 PERFORM 2320-ADD-TERM-DEPOSIT
024850             END-IF
024900     END-READ
024950     EXIT.
025000
025050 2320-ADD-TERM-DEPOSIT.
025100     MOVE TM-ACCOUNT-ID TO AX-ACCOUNT-ID
025150     READ ACCOUNT-IDX-FILE
025200         INVALID KEY
025250             CONTINUE
025300     END-READ
025350     IF WS-ACCT-FILE-STATUS = "00"
025400         MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
025450         MOVE SPACES           TO REL-WORK-RECORD
025500         MOVE A-CUSTOMER-ID    TO RW-CUSTOMER-ID
025550         MOVE TM-ACCOUNT-ID    TO RW-ACCOUNT-ID
025600         MOVE TM-DEPOSIT-ID    TO RW-DEPOSIT-ID
025650         MOVE TM-STATUS        TO RW-STATUS
025700         MOVE TM-PRINCIPAL     TO RW-BALANCE
025750         MOVE TM-MATURITY-DATE TO RW-MATURITY-DATE
025800         MOVE "N"              TO RW-MATCHED-SW
025850         PERFORM 7000-WRITE-WORK-RECORD
025900     ELSE
025950         IF WS-ACCT-FILE-STATUS NOT = "23"
026000             MOVE "READ ACCOUNT-IDX-FILE (DEPOSIT)"
026050                 TO WS-ABEND-CONTEXT
026100             PERFORM 9920-ABEND-ACCOUNT-FILE
026150         END-IF
026200     END-IF
026250     EXIT.
026300
026350*****************************************************************
026400*  3000-PRINT-RELATIONSHIPS - ONE STATEMENT PER CUSTOMER THAT
026450*  OWNS AT LEAST ONE ACCOUNT, IN CUSTOMER MASTER ORDER, READ
026500*  FROM THE WORK FILE BY THE CUSTOMER'S ID.  EACH OWNED ACCOUNT
026550*  IS MARKED MATCHED SO THE LEFTOVERS CAN BE LISTED AS
026600*  UNASSIGNED AFTERWARDS.
026650*****************************************************************
026700 3000-PRINT-RELATIONSHIPS.
026750     OPEN INPUT CUSTOMER-FILE
026800     IF WS-CUST-FILE-STATUS NOT = "00"
026850         MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ABEND-CONTEXT
026900         PERFORM 9910-ABEND-CUSTOMER-FILE
026950     END-IF
027000     PERFORM 3010-READ-CUSTOMER
027050         UNTIL WS-CUST-EOF
027100     CLOSE CUSTOMER-FILE
027150     EXIT.
027200
027250 3010-READ-CUSTOMER.
027300     READ CUSTOMER-FILE
027350         AT END
027400             MOVE "Y" TO WS-CUST-EOF-SW
027450         NOT AT END
027500             MOVE CUSTOMER-RECORD TO CUST-CSV-RECORD
027550             PERFORM 3100-PRINT-ONE-RELATIONSHIP
027600     END-READ
027650     EXIT.
027700
027750 3100-PRINT-ONE-RELATIONSHIP.
027800     MOVE 0 TO WS-REL-TOTAL
027850     MOVE 0 TO WS-REL-ACCT-COUNT
027900     MOVE "N" TO WS-WORK-DONE-SW
027950     MOVE C-CUSTOMER-ID TO RW-CUSTOMER-ID
028000     MOVE LOW-VALUES    TO RW-ACCOUNT-ID
028050     MOVE LOW-VALUES    TO RW-DEPOSIT-ID
028100     START REL-WORK-FILE
028150         KEY IS NOT LESS THAN RW-KEY
028200         INVALID KEY
028250             MOVE "Y" TO WS-WORK-DONE-SW
028300     END-START
028350     IF WS-WORK-FILE-STATUS NOT = "00"
028400        AND WS-WORK-FILE-STATUS NOT = "23"
028450         MOVE "START REL-WORK-FILE" TO WS-ABEND-CONTEXT
028500         PERFORM 9940-ABEND-WORK-FILE
028550     END-IF
028600     PERFORM 3110-READ-WORK-RECORD
028650         UNTIL WS-WORK-DONE
028700     IF WS-REL-ACCT-COUNT > 0
028750         MOVE WS-REL-TOTAL TO WS-R-TOTAL
028800         DISPLAY "TOTAL RELATIONSHIP BALANCE .. " WS-R-TOTAL
028850     END-IF
028900     EXIT.
028950
029000 3110-READ-WORK-RECORD.
029050     READ REL-WORK-FILE NEXT RECORD
029100         AT END
029150             MOVE "Y" TO WS-WORK-DONE-SW
029200         NOT AT END
029250             IF RW-CUSTOMER-ID NOT = C-CUSTOMER-ID
029300                 MOVE "Y" TO WS-WORK-DONE-SW
029350             ELSE
029400                 IF RW-DEPOSIT-ID = SPACES
029450                     PERFORM 3120-PRINT-ACCOUNT-LINE
029500                 ELSE
029550                     PERFORM 3130-PRINT-DEPOSIT-LINE
029600                 END-IF
029650             END-IF
029700     END-READ
029750     IF WS-WORK-FILE-STATUS NOT = "00"
029800        AND WS-WORK-FILE-STATUS NOT = "10"
029850         MOVE "READ REL-WORK-FILE NEXT" TO WS-ABEND-CONTEXT
029900         PERFORM 9940-ABEND-WORK-FILE
029950     END-IF
030000     EXIT.
030050
030100*****************************************************************
030150*  3120-PRINT-ACCOUNT-LINE - ONE OWNED ACCOUNT WITH ITS STATUS
030200*  AND BALANCE.  THE FIRST ONE FOUND FOR THE CUSTOMER OPENS THE
030250*  STATEMENT.
030300*****************************************************************
030350 3120-PRINT-ACCOUNT-LINE.
030400     IF WS-REL-ACCT-COUNT = 0
030450         ADD 1 TO WS-STMT-PRINTED
030500         DISPLAY " "
030550         DISPLAY "============================================="
030600         DISPLAY "RELATIONSHIP STATEMENT FOR "
030650                 C-CUSTOMER-ID " " C-CUSTOMER-NAME
030700         DISPLAY "============================================="
030750     END-IF
030800     ADD 1 TO WS-REL-ACCT-COUNT
030850     ADD RW-BALANCE TO WS-REL-TOTAL
030900     MOVE RW-BALANCE TO WS-R-BALANCE
030950     DISPLAY "  " RW-ACCOUNT-ID
031000             " " RW-STATUS (1:7)
031050             " .......... " WS-R-BALANCE
031100     MOVE "Y" TO RW-MATCHED-SW
031150     REWRITE REL-WORK-RECORD
031200     IF WS-WORK-FILE-STATUS NOT = "00"
031250         MOVE "REWRITE REL-WORK-RECORD" TO WS-ABEND-CONTEXT
031300         PERFORM 9940-ABEND-WORK-FILE
031350     END-IF
031400     EXIT.
031450
031500*****************************************************************
031550*  3130-PRINT-DEPOSIT-LINE - AN OPEN TERM DEPOSIT LINKED TO THE
031600*  ACCOUNT JUST PRINTED, WITH ITS STATUS, MATURITY DATE AND
031650*  PRINCIPAL.  ONE STILL AWAITING ITS FUNDING SHOWS A ZERO
031700*  PRINCIPAL; AN ACTIVE ONE'S PRINCIPAL COUNTS IN THE
031750*  RELATIONSHIP TOTAL.
031800*****************************************************************
031850 3130-PRINT-DEPOSIT-LINE.
031900     MOVE RW-BALANCE TO WS-R-BALANCE
031950     DISPLAY "    TERM DEPOSIT " RW-DEPOSIT-ID
032000             " " RW-STATUS
032050             " MATURES " RW-MATURITY-DATE
032100             " .. " WS-R-BALANCE
032150     IF RW-STATUS = "ACTIVE"
032200         ADD RW-BALANCE TO WS-REL-TOTAL
032250     END-IF
032300     EXIT.
032350
032400*****************************************************************
032450*  3500-PRINT-ORPHAN-ACCOUNTS - ACCOUNTS WHOSE CUSTOMER ID IS
032500*  BLANK OR MATCHES NOTHING ON THE CUSTOMER MASTER: THE MASTER
032550*  READ AGAIN IN KEY ORDER, EACH ACCOUNT'S WORK RECORD READ BY
032600*  KEY TO SEE WHETHER A STATEMENT TOOK IT.  THEY SHOW ON NO
032650*  RELATIONSHIP STATEMENT, SO THEY ARE SHOUTED HERE FOR THE
032700*  BRANCH TO GET ASSIGNED.
032750*****************************************************************
032800 3500-PRINT-ORPHAN-ACCOUNTS.
032850     MOVE 0 TO WS-ORPHAN-COUNT
032900     MOVE "N" TO WS-ACCT-EOF-SW
032950     MOVE LOW-VALUES TO AX-ACCOUNT-ID
033000     START ACCOUNT-IDX-FILE
033050         KEY IS NOT LESS THAN AX-ACCOUNT-ID
033100         INVALID KEY
033150             MOVE "Y" TO WS-ACCT-EOF-SW
033200     END-START
033250     IF WS-ACCT-FILE-STATUS NOT = "00"
033300        AND WS-ACCT-FILE-STATUS NOT = "23"
033350         MOVE "START ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
033400         PERFORM 9920-ABEND-ACCOUNT-FILE
033450     END-IF
033500     PERFORM 3510-CHECK-ACCOUNT
033550         UNTIL WS-ACCT-EOF
033600     EXIT.
033650
033700 3510-CHECK-ACCOUNT.
033750     READ ACCOUNT-IDX-FILE NEXT RECORD
033800         AT END
033850             MOVE "Y" TO WS-ACCT-EOF-SW
033900         NOT AT END
033950             PERFORM 3520-CHECK-MATCHED
034000     END-READ
034050     IF WS-ACCT-FILE-STATUS NOT = "00"
034100        AND WS-ACCT-FILE-STATUS NOT = "10"
034150         MOVE "READ ACCOUNT-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
034200         PERFORM 9920-ABEND-ACCOUNT-FILE
034250     END-IF
034300     EXIT.
034350
034400 3520-CHECK-MATCHED.
034450     MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
034500     MOVE A-CUSTOMER-ID TO RW-CUSTOMER-ID
034550     MOVE A-ACCOUNT-ID  TO RW-ACCOUNT-ID
034600     MOVE SPACES        TO RW-DEPOSIT-ID
034650     READ REL-WORK-FILE
034700     IF WS-WORK-FILE-STATUS NOT = "00"
034750         MOVE "READ REL-WORK-FILE" TO WS-ABEND-CONTEXT
034800         PERFORM 9940-ABEND-WORK-FILE
034850     END-IF
034900     IF NOT RW-MATCHED
034950         IF WS-ORPHAN-COUNT = 0
035000             DISPLAY " "
035050             DISPLAY "ACCOUNTS NOT ASSIGNED TO A CUSTOMER:"
035100         END-IF
035150         ADD 1 TO WS-ORPHAN-COUNT
035200         MOVE RW-BALANCE TO WS-R-BALANCE
035250         DISPLAY "  " RW-ACCOUNT-ID
035300                 " CUST=" RW-CUSTOMER-ID
035350                 " .......... " WS-R-BALANCE
035400     END-IF
035450     EXIT.
035500
035550*****************************************************************
035600*  7000-WRITE-WORK-RECORD - ADD THE RECORD BUILT IN
035650*  REL-WORK-RECORD TO THE WORK FILE.
035700*****************************************************************
035750 7000-WRITE-WORK-RECORD.
035800     WRITE REL-WORK-RECORD
035850     IF WS-WORK-FILE-STATUS NOT = "00"
035900         MOVE "WRITE REL-WORK-RECORD" TO WS-ABEND-CONTEXT
035950         PERFORM 9940-ABEND-WORK-FILE
036000     END-IF
036050     EXIT.
036600
036700*****************************************************************
036800*  9000-TERMINATE
036900*****************************************************************
037000 9000-TERMINATE.
037010     CLOSE REL-WORK-FILE
037020     IF WS-WORK-FILE-STATUS NOT = "00"
037030         MOVE "CLOSE REL-WORK-FILE" TO WS-ABEND-CONTEXT
037040         PERFORM 9940-ABEND-WORK-FILE
037050     END-IF
037060     CLOSE ACCOUNT-IDX-FILE
037070     IF WS-ACCT-FILE-STATUS NOT = "00"
037080         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
037090         PERFORM 9920-ABEND-ACCOUNT-FILE
037100     END-IF
037110     IF WS-LDG-OPENED
037120         CLOSE LEDGER-IDX-FILE
037130         IF WS-LEDGIDX-FILE-STATUS NOT = "00"
037140             MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
037150             PERFORM 9950-ABEND-LEDGIDX-FILE
037160         END-IF
037170     END-IF
037200     ACCEPT WS-SYSTEM-TIME FROM TIME
037300     MOVE SPACES TO WS-RUN-LOG-LINE
037400     STRING "BANKREL,"       DELIMITED BY SIZE
045300
045400*****************************************************************
045500*  9920-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
045600*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
045650*  RUN), SO THERE ARE NO ACCOUNTS TO STATEMENT.  THE RUN STOPS.
045700*****************************************************************
045800 9920-ABEND-ACCOUNT-FILE.
045900     DISPLAY "BANKREL: FATAL - ACCOUNT-IDX-FILE ERROR ON "
046000             WS-ABEND-CONTEXT
046100     DISPLAY "BANKREL: FILE STATUS=" WS-ACCT-FILE-STATUS
046200     DISPLAY "BANKREL: RUN TERMINATED ABNORMALLY."
046400     PERFORM 9800-LOG-ABEND
046500     MOVE 16 TO RETURN-CODE
046600     STOP RUN.
046611
046622*****************************************************************
046633*  9930-ABEND-TD-FILE - THE TERM DEPOSIT MASTER COULD NOT BE
046644*  READ.  A STATEMENT SILENTLY MISSING THE CLIENT'S DEPOSITS
046655*  WOULD UNDERSTATE THE RELATIONSHIP, SO THE RUN STOPS.
046666*****************************************************************
046677 9930-ABEND-TD-FILE.
046688     DISPLAY "BANKREL: FATAL - TD-FILE ERROR ON "
046699             WS-ABEND-CONTEXT
046710     DISPLAY "BANKREL: FILE STATUS=" WS-TDM-FILE-STATUS
046721     DISPLAY "BANKREL: RUN TERMINATED ABNORMALLY."
046732     MOVE WS-TDM-FILE-STATUS TO WS-ABEND-STATUS
046743     PERFORM 9800-LOG-ABEND
046754     MOVE 16 TO RETURN-CODE
046765     STOP RUN.
046776
046876*****************************************************************
046976*  9940-ABEND-WORK-FILE - THE RELATIONSHIP WORK FILE FAILED ON
047076*  OPEN, READ, WRITE, REWRITE, START OR CLOSE.  IT IS BUILT
047176*  AFRESH BY EVERY RUN AND NOTHING ELSE IS UPDATED, SO THE RUN
047276*  IS SIMPLY RERUN.
047376*****************************************************************
047476 9940-ABEND-WORK-FILE.
047576     DISPLAY "BANKREL: FATAL - REL-WORK-FILE ERROR ON "
047676             WS-ABEND-CONTEXT
047776     DISPLAY "BANKREL: FILE STATUS=" WS-WORK-FILE-STATUS
047876     DISPLAY "BANKREL: RUN TERMINATED ABNORMALLY."
047976     MOVE WS-WORK-FILE-STATUS TO WS-ABEND-STATUS
048076     PERFORM 9800-LOG-ABEND
048176     MOVE 16 TO RETURN-CODE
048276     STOP RUN.
048376
048476*****************************************************************
048576*  9950-ABEND-LEDGIDX-FILE - THE LEDGER INDEX EXISTS BUT COULD
048676*  NOT BE READ.  A STATEMENT ON GUESSED BALANCES WOULD MISLEAD
048776*  THE CLIENT, SO THE RUN STOPS.
048876*****************************************************************
048976 9950-ABEND-LEDGIDX-FILE.
049076     DISPLAY "BANKREL: FATAL - LEDGER-IDX-FILE ERROR ON "
049176             WS-ABEND-CONTEXT
049276     DISPLAY "BANKREL: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
049376     DISPLAY "BANKREL: RUN TERMINATED ABNORMALLY."
049476     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
049576     PERFORM 9800-LOG-ABEND
049676     MOVE 16 TO RETURN-CODE
049776     STOP RUN.
