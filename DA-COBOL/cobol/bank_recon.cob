002210*                    SNAPSHOT INSTEAD OF REPLAYING THE LEDGER,
002216*                    SO PROVING IT NIGHTLY IS WHAT MAKES THE
002221*                    SHORTCUT SAFE.
002223*  2026-09-02  DA    THE GL EXTRACT IS NOW A BALANCED DOUBLE-
002225*                    ENTRY JOURNAL; THE RE-FOOT ADDS UP THE
002227*                    DEBIT AND CREDIT LINES SEPARATELY, PROVES
002229*                    BOTH AGAINST THE TRAILER'S NEW TOTALS,
002231*                    AND RAISES AN EXCEPTION IF THE JOURNAL
002233*                    ITSELF DOES NOT BALANCE.
002235*  2026-09-02  DA    EVERY EXECUTION NOW APPENDS START, END AND
002237*                    ABEND RECORDS TO DATA/RUN_CONTROL.LOG IN
002239*                    THE SHAPE BANKMAIN WRITES, SO THE BANKSEQ
002241*                    SEQUENCE GATE CAN REFUSE THE OPS SUMMARY
002243*                    UNTIL THE DAY HAS BEEN PROVED HERE.
002245*  2026-10-15  DA    TERM DEPOSIT PAYOUTS (TD-PRINCIPAL AND
002247*                    TD-INTEREST) JOIN THE DAY TIE-OUT AS DIRECT
002249*                    POSTINGS.
002251*  2026-10-15  DA    OPENING BALANCES ARE READ BY KEY FROM THE
002253*                    INDEXED ACCOUNTS MASTER, NOT LOADED FROM
002255*                    ACCOUNTS.CSV INTO A 200-ENTRY TABLE.  ITEMS
002257*                    TAKEN OFF A QUEUE (SOURCE "Q") ARE COUNTED
002259*                    APART IN THE DAY TIE-OUT, POSTED OR DECLINED,
002261*                    AND NO LONGER AS BATCH ITEMS.
002263*  2026-10-15  DA    THE BALANCE PROOF WALKS THE LEDGER INDEX,
002265*                    DATA/LEDGER.IDX (LEDGIDX), IN KEY ORDER AND
002267*                    CARRIES ONE ACCOUNT'S BALANCE AT A TIME,
002269*                    REPLACING THE 200-ACCOUNT RECON TABLE.
002271*                    EVERY LEDGER ROW MUST BE ON THE INDEX AS
002273*                    POSTED AND THE ROW COUNTS MUST AGREE, AND
002275*                    THE SNAPSHOT IS CHECKED AGAINST EACH
002277*                    ACCOUNT'S LAST ROW BY KEY.
002279*****************************************************************
002294 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-TXN-FILE-STATUS.
002800
002900     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003000         ORGANIZATION IS INDEXED
003033         ACCESS MODE IS RANDOM
003067         RECORD KEY IS AX-ACCOUNT-ID
003100         FILE STATUS IS WS-ACCT-FILE-STATUS.
003200
003210     SELECT LEDGER-IDX-FILE ASSIGN TO "data/ledger.idx"
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS LX-KEY
003250         ALTERNATE RECORD KEY IS LX-ROW-TXN-ID
003260             WITH DUPLICATES
003270         FILE STATUS IS WS-LEDGIDX-FILE-STATUS.
003280
003300     SELECT PENDING-FILE ASSIGN TO "data/pending_clean.csv"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PEND-FILE-STATUS.
005100 FD  TXN-FILE.
005200 01  TXN-RECORD                 PIC X(400).
005300
005310*****************************************************************
005320*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
005330*  (ACCTIDX), OPEN FOR THE WHOLE WALK SO EACH ACCOUNT'S OPENING
005340*  BALANCE IS READ BY KEY ON ITS FIRST LEDGER ROW.
005350*****************************************************************
005400 FD  ACCOUNT-IDX-FILE.
005500     COPY acctidx.
005600
005610*****************************************************************
005620*  LEDGER-IDX-FILE - THE LIVE LEDGER KEYED BY ACCOUNT AND TXN ID
005630*  (LEDGIDX).  EVERY LEDGER ROW IS LOOKED UP ON IT BY KEY, THEN
005640*  IT IS WALKED IN KEY ORDER TO PROVE THE BALANCE CHAIN ONE
005650*  ACCOUNT AT A TIME.
005660*****************************************************************
005670 FD  LEDGER-IDX-FILE.
005680     COPY ledgidx.
005690
005700 FD  PENDING-FILE.
005800 01  PENDING-RECORD             PIC X(120).
005900
006900 WORKING-STORAGE SECTION.
007000 01  WS-TXN-FILE-STATUS         PIC XX.
007100 01  WS-ACCT-FILE-STATUS        PIC XX.
007150 01  WS-LEDGIDX-FILE-STATUS     PIC XX.
007200 01  WS-PEND-FILE-STATUS        PIC XX.
007300 01  WS-DECL-FILE-STATUS        PIC XX.
007400 01  WS-GL-FILE-STATUS          PIC XX.
007700
007800 01  WS-TXN-EOF-SW              PIC X       VALUE "N".
007900     88  WS-TXN-EOF                         VALUE "Y".
008000 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
008100     88  WS-ACCT-FOUND                      VALUE "Y".
008200 01  WS-PEND-EOF-SW             PIC X       VALUE "N".
008300     88  WS-PEND-EOF                        VALUE "Y".
008400 01  WS-DECL-EOF-SW             PIC X       VALUE "N".
008740     88  WS-DECL-OPENED                     VALUE "Y".
008750 01  WS-GL-OPEN-SW              PIC X       VALUE "N".
008760     88  WS-GL-OPENED                       VALUE "Y".
008764 01  WS-LDG-OPEN-SW             PIC X       VALUE "N".
008768     88  WS-LDG-OPENED                      VALUE "Y".
008772 01  WS-LDG-EOF-SW              PIC X       VALUE "N".
008776     88  WS-LDG-EOF                         VALUE "Y".
008780 01  WS-LDG-DONE-SW             PIC X       VALUE "N".
008784     88  WS-LDG-DONE                        VALUE "Y".
008788 01  WS-WALK-FOUND-SW           PIC X       VALUE "N".
008792     88  WS-WALK-FOUND                      VALUE "Y".
008800
008900     COPY txnrec.
009000
009300
009400     COPY glrec.
009500
009650*****************************************************************
009800*  BALANCE CHAIN WORK FIELDS - THE LEDGER INDEX IS WALKED IN KEY
009950*  ORDER, SO EACH ACCOUNT'S ROWS COME TOGETHER IN THE ORDER THEY
010100*  POSTED.  WS-WALK-BALANCE IS THE BALANCE THIS PROGRAM EXPECTS
010250*  AFTER THE ROWS OF WS-WALK-ACCOUNT-ID WALKED SO FAR, SEEDED
010400*  FROM THE MASTER'S OPENING BALANCE ON THE ACCOUNT'S FIRST ROW
010550*  AND ROLLED FORWARD INDEPENDENTLY OF THE BALANCES THE POSTING
010700*  RUN WROTE.  THE TWO ROW COUNTS PROVE THE INDEX HOLDS THE
010850*  LEDGER AND NOTHING ELSE.
011000*****************************************************************
011150 01  WS-WALK-ACCOUNT-ID         PIC X(10)   VALUE SPACES.
011300 01  WS-WALK-BALANCE            PIC S9(7)V99 VALUE 0.
011450 01  WS-WALK-ACCT-COUNT         PIC 9(6)    VALUE 0.
011600 01  WS-LEDGER-ROW-COUNT        PIC 9(6)    VALUE 0.
011750 01  WS-INDEX-ROW-COUNT         PIC 9(6)    VALUE 0.
012200
012300*****************************************************************
012400*  WS-DECL-LINE - READER'S VIEW OF ONE DECLINES.CSV ROW, ENOUGH
015000*  AND LESS MONTH-END DIRECT POSTINGS (INTEREST/SERVICE-FEE
015100*  NEVER PASS THROUGH THE PENDING FILE), PLUS TODAY'S DECLINES,
015200*  MUST EQUAL THE PENDING DETAIL ROWS THE POSTING RUN WAS FED.
015233*  ITEMS TAKEN OFF ANOTHER PROGRAM'S QUEUE (SOURCE "Q": DISPUTE
015267*  CREDITS, ESCHEAT DEBITS, APPROVED POSTINGS, TERM DEPOSIT
015280*  PAYOUTS) ARE COUNTED APART, POSTED OR DECLINED.
015300*****************************************************************
015400 01  WS-POSTED-TODAY            PIC 9(6)    VALUE 0.
015500 01  WS-XFER-CREDIT-TODAY       PIC 9(6)    VALUE 0.
015660 01  WS-REPR-TODAY              PIC 9(6)    VALUE 0.
015670 01  WS-REPR-DECL-TODAY         PIC 9(6)    VALUE 0.
015700 01  WS-DECLINED-TODAY          PIC 9(6)    VALUE 0.
015730 01  WS-QUEUED-TODAY            PIC 9(6)    VALUE 0.
015760 01  WS-QUEUED-DECL-TODAY       PIC 9(6)    VALUE 0.
015800 01  WS-PEND-DETAIL-COUNT       PIC 9(6)    VALUE 0.
015900 01  WS-TIE-EXPECTED            PIC 9(6)    VALUE 0.
016000
019800     PERFORM 1000-INITIALIZE
019900     PERFORM 2000-WALK-LEDGER
020000         UNTIL WS-TXN-EOF
020050     PERFORM 2200-PROVE-BALANCE-CHAIN
020100     PERFORM 3000-COUNT-DECLINES
020200     PERFORM 4000-TIE-OUT-THE-DAY
020300     PERFORM 5000-REFOOT-GL-EXTRACT
020700*****************************************************************
020800*  1000-INITIALIZE - TAKE THE DAY BEING PROVED FROM THE
020900*  BUSINESS-DATE CONTROL RECORD (THE DAY MOST RECENTLY POSTED),
020910*  OPEN THE REPORT, THE ACCOUNTS MASTER, THE LEDGER AND THE
020920*  LEDGER INDEX.
021000*****************************************************************
021100 1000-INITIALIZE.
021150     PERFORM 1060-STAMP-RUN-ID
023100     MOVE "==================================================="
023200         TO WS-RPT-LINE
023300     PERFORM 8000-WRITE-REPORT-LINE
023400     PERFORM 1100-OPEN-ACCOUNT-MASTER
023500     OPEN INPUT TXN-FILE
023600     IF WS-TXN-FILE-STATUS NOT = "00"
023700         DISPLAY "BANKRECON: NO LEDGER TO PROVE, STATUS="
023800                 WS-TXN-FILE-STATUS
023900         MOVE "Y" TO WS-TXN-EOF-SW
023930     ELSE
023960         PERFORM 1200-OPEN-LEDGER-INDEX
024000     END-IF
024100     EXIT.
024200
024270     PERFORM 9700-WRITE-RUN-LOG
024280     EXIT.
024300*****************************************************************
024400*  1100-OPEN-ACCOUNT-MASTER - OPEN THE INDEXED ACCOUNTS MASTER,
024500*  THE INDEPENDENT SEED FOR EACH ACCOUNT'S BALANCE WALK.  IT
024550*  STAYS OPEN UNTIL 9000-TERMINATE.
024600*****************************************************************
024700 1100-OPEN-ACCOUNT-MASTER.
024800     OPEN INPUT ACCOUNT-IDX-FILE
024900     IF WS-ACCT-FILE-STATUS NOT = "00"
025000         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
025100         PERFORM 9910-ABEND-ACCT-FILE
025200     END-IF
025300     EXIT.
025450*****************************************************************
025600*  1200-OPEN-LEDGER-INDEX - OPEN THE LEDGER INDEX (LEDGIDX) THE
025750*  BALANCE CHAIN IS WALKED FROM.  THERE IS A LEDGER TO PROVE, SO
025900*  THE INDEX MUST BE THERE TOO (STATUS 35: BANKIDX LEDGER HAS
026050*  NOT BEEN RUN).  IT STAYS OPEN UNTIL 9000-TERMINATE.
026200*****************************************************************
026350 1200-OPEN-LEDGER-INDEX.
026500     OPEN INPUT LEDGER-IDX-FILE
026650     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
026800         MOVE "OPEN INPUT LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
026950         PERFORM 9930-ABEND-LEDGIDX-FILE
027100     END-IF
027250     MOVE "Y" TO WS-LDG-OPEN-SW
027400     EXIT.
027600
027700*****************************************************************
027800*  2000-WALK-LEDGER - ONE TXN-FILE ROW AT A TIME: FIND IT ON THE
027900*  LEDGER INDEX AND COUNT TODAY'S ACTIVITY FOR THE TIE-OUT.  THE
028000*  BALANCE ARITHMETIC IS PROVED AFTERWARDS FROM THE INDEX.
028100*****************************************************************
028200 2000-WALK-LEDGER.
028300     READ TXN-FILE
028400         AT END
028500             MOVE "Y" TO WS-TXN-EOF-SW
028600         NOT AT END
028700             PERFORM 2100-CHECK-TXN-LINE
028800     END-READ
028900     EXIT.
029000
029010*****************************************************************
029020*  2100-CHECK-TXN-LINE - THE LEDGER ROW MUST BE ON THE LEDGER
029030*  INDEX UNDER ITS ACCOUNT AND TXN ID, BYTE FOR BYTE, OR THE
029040*  BALANCE CHAIN PROVED FROM THE INDEX IS NOT THE LEDGER'S.  A
029050*  CARRY-FWD ROW IS NOT TODAY'S ACTIVITY.
029060*****************************************************************
029100 2100-CHECK-TXN-LINE.
029200     MOVE TXN-RECORD TO TXN-CSV-RECORD
029205     ADD 1 TO WS-LEDGER-ROW-COUNT
029210     MOVE F-ACCOUNT-ID TO LX-ACCOUNT-ID
029215     MOVE F-TXN-ID     TO LX-TXN-ID
029220     READ LEDGER-IDX-FILE
029225         INVALID KEY
029230             CONTINUE
029235     END-READ
029240     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
029245        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
029250        AND WS-LEDGIDX-FILE-STATUS NOT = "23"
029255         MOVE "READ LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
029260         PERFORM 9930-ABEND-LEDGIDX-FILE
029265     END-IF
029270     IF WS-LEDGIDX-FILE-STATUS = "23"
029275        OR LX-TXN-ROW NOT = TXN-CSV-RECORD
029280         ADD 1 TO WS-EXCEPTION-COUNT
029285         MOVE SPACES TO WS-RPT-LINE
029290         STRING "EXCEPTION TXN " DELIMITED BY SIZE
029295                F-TXN-ID         DELIMITED BY SIZE
029300                " "              DELIMITED BY SIZE
029305                F-ACCOUNT-ID     DELIMITED BY SIZE
029310                " NOT ON LEDGER INDEX AS POSTED"
029315                                 DELIMITED BY SIZE
029320             INTO WS-RPT-LINE
029325         END-STRING
029330         PERFORM 8000-WRITE-REPORT-LINE
029335     END-IF
029340     IF F-TXN-TYPE NOT = "CARRY-FWD"
029345        AND F-DATE = WS-RUN-DATE
029350         PERFORM 2400-COUNT-TODAY
029355     END-IF
029360     EXIT.
029496
029497*****************************************************************
029498*  2150-APPLY-CARRY-FWD - A CARRY-FWD ROW LEFT BY THE PERIOD-
029502*  ROWS THAT WOULD PROVE IT ARE ON THE ARCHIVE FILE NOW.
029503*****************************************************************
029504 2150-APPLY-CARRY-FWD.
029517     MOVE WS-BALANCE-NUM TO WS-WALK-BALANCE
029518     EXIT.
029519
029520*****************************************************************
029522*  ARITHMETIC AGAINST THE WALK SO FAR.
029523*****************************************************************
029524 2160-PROVE-POSTED-LINE.
029900     IF F-SIGN = "-"
030000         COMPUTE WS-EXPECTED-BALANCE =
030100             WS-WALK-BALANCE - WS-AMOUNT-NUM
030200     ELSE
030300         COMPUTE WS-EXPECTED-BALANCE =
030400             WS-WALK-BALANCE + WS-AMOUNT-NUM
030500     END-IF
030600     IF WS-EXPECTED-BALANCE NOT = WS-BALANCE-NUM
030700         ADD 1 TO WS-EXCEPTION-COUNT
032000         END-STRING
032100         PERFORM 8000-WRITE-REPORT-LINE
032200     END-IF
032300     MOVE WS-BALANCE-NUM TO WS-WALK-BALANCE
032700     EXIT.
032800
032810*****************************************************************
032820*  2200-PROVE-BALANCE-CHAIN - WALK THE LEDGER INDEX FROM ITS
032830*  FIRST KEY TO ITS LAST.  KEY ORDER BRINGS EACH ACCOUNT'S ROWS
032840*  TOGETHER IN THE ORDER THEY POSTED, SO ONLY ONE ACCOUNT'S
032850*  BALANCE IS CARRIED AT A TIME, WHATEVER THE SIZE OF THE BOOK.
032860*  EVERY LEDGER ROW HAS ALREADY BEEN FOUND ON THE INDEX, SO AN
032870*  INDEX WITH MORE ROWS THAN THE LEDGER HOLDS ROWS THAT NEVER
032880*  POSTED.
032890*****************************************************************
032900 2200-PROVE-BALANCE-CHAIN.
032910     IF WS-LDG-OPENED
032920         MOVE LOW-VALUES TO LX-KEY
032930         START LEDGER-IDX-FILE
032940             KEY IS NOT LESS THAN LX-KEY
032950             INVALID KEY
032960                 MOVE "Y" TO WS-LDG-EOF-SW
032970         END-START
032980         IF WS-LEDGIDX-FILE-STATUS NOT = "00"
032990            AND WS-LEDGIDX-FILE-STATUS NOT = "23"
033000             MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
033010             PERFORM 9930-ABEND-LEDGIDX-FILE
033020         END-IF
033030         PERFORM 2210-READ-INDEX-ROW
033040             UNTIL WS-LDG-EOF
033050         IF WS-INDEX-ROW-COUNT NOT = WS-LEDGER-ROW-COUNT
033060             ADD 1 TO WS-EXCEPTION-COUNT
033070             MOVE WS-LEDGER-ROW-COUNT TO WS-R-COUNT
033080             MOVE WS-INDEX-ROW-COUNT  TO WS-R-COUNT-2
033090             MOVE SPACES TO WS-RPT-LINE
033100             STRING "EXCEPTION: LEDGER ROWS " DELIMITED BY SIZE
033110                    WS-R-COUNT                DELIMITED BY SIZE
033120                    "  LEDGER INDEX ROWS "    DELIMITED BY SIZE
033130                    WS-R-COUNT-2              DELIMITED BY SIZE
033140                 INTO WS-RPT-LINE
033150             END-STRING
033160             PERFORM 8000-WRITE-REPORT-LINE
033170         END-IF
033180     END-IF
033190     EXIT.
033200
033210 2210-READ-INDEX-ROW.
033220     READ LEDGER-IDX-FILE NEXT RECORD
033230         AT END
033240             MOVE "Y" TO WS-LDG-EOF-SW
033250         NOT AT END
033260             ADD 1 TO WS-INDEX-ROW-COUNT
033270             PERFORM 2220-PROVE-INDEX-ROW
033280     END-READ
033290     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
033300        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
033310        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
033320         MOVE "READ LEDGER-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
033330         PERFORM 9930-ABEND-LEDGIDX-FILE
033340     END-IF
033350     EXIT.
033360
033370*****************************************************************
033380*  2220-PROVE-INDEX-ROW - ONE ROW OF THE KEY-ORDER WALK.  THE
033390*  FIRST ROW OF EACH ACCOUNT STARTS ITS WALK AFRESH: AT THE
033400*  CARRIED BALANCE IF IT IS A CARRY-FWD ROW, OTHERWISE AT THE
033410*  MASTER'S OPENING BALANCE.
033420*****************************************************************
033430 2220-PROVE-INDEX-ROW.
033440     MOVE LX-TXN-ROW TO TXN-CSV-RECORD
033450     MOVE F-AMOUNT TO WS-AMOUNT-NUM
033460     MOVE F-BALANCE-AFTER TO WS-BALANCE-NUM
033470     IF LX-ACCOUNT-ID NOT = WS-WALK-ACCOUNT-ID
033480         MOVE LX-ACCOUNT-ID TO WS-WALK-ACCOUNT-ID
033490         ADD 1 TO WS-WALK-ACCT-COUNT
033500         IF F-TXN-TYPE NOT = "CARRY-FWD"
033510             PERFORM 2300-SEED-WALK-BALANCE
033520         END-IF
033530     END-IF
033540     IF F-TXN-TYPE = "CARRY-FWD"
033550         PERFORM 2150-APPLY-CARRY-FWD
033560     ELSE
033570         PERFORM 2160-PROVE-POSTED-LINE
033580     END-IF
033590     EXIT.
033600
034000*****************************************************************
034100*  2300-SEED-WALK-BALANCE - FIRST ROW FOR THIS ACCOUNT.  THE
034200*  INDEPENDENT STARTING POINT IS THE MASTER'S OPENING BALANCE,
034250*  READ BY KEY; AN ACCOUNT POSTING WITHOUT A MASTER RECORD IS
034400*  ITSELF AN EXCEPTION.
034500*****************************************************************
034600 2300-SEED-WALK-BALANCE.
035400     MOVE "N" TO WS-ACCT-FOUND-SW
035500     MOVE F-ACCOUNT-ID TO AX-ACCOUNT-ID
035600     READ ACCOUNT-IDX-FILE
035650         INVALID KEY
035700             MOVE "N" TO WS-ACCT-FOUND-SW
035750         NOT INVALID KEY
035800             MOVE "Y" TO WS-ACCT-FOUND-SW
035850             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
035900     END-READ
035950     IF WS-ACCT-FILE-STATUS NOT = "00"
036000        AND WS-ACCT-FILE-STATUS NOT = "23"
036050         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
036100         PERFORM 9910-ABEND-ACCT-FILE
036150     END-IF
036200     IF WS-ACCT-FOUND
036300         MOVE A-OPEN-BALANCE TO WS-WALK-BALANCE
036500     ELSE
036600         ADD 1 TO WS-EXCEPTION-COUNT
036700         MOVE SPACES TO WS-RPT-LINE
037200             INTO WS-RPT-LINE
037300         END-STRING
037400         PERFORM 8000-WRITE-REPORT-LINE
037500         MOVE 0 TO WS-WALK-BALANCE
037600     END-IF
037700     EXIT.
037800
038100*  TIE-OUT: TRANSFER CREDIT LEGS RIDE ALONG WITH THEIR DEBIT
038200*  LEG'S PENDING ROW, AND INTEREST/SERVICE-FEE ARE MONTH-END
038300*  DIRECT POSTINGS THAT NEVER PASS THROUGH THE PENDING FILE.
038325*  ROWS TAKEN OFF ANOTHER PROGRAM'S QUEUE (SOURCE "Q": DISPUTE
038350*  CREDITS, ESCHEAT DEBITS, APPROVED POSTINGS AND TERM DEPOSIT
038375*  PAYOUTS) NEVER PASS THROUGH IT EITHER, AND ARE COUNTED ONLY
038390*  AS QUEUED, WHATEVER THEIR TYPE OR LEG.
038400*****************************************************************
038500 2400-COUNT-TODAY.
038600     ADD 1 TO WS-POSTED-TODAY
038650     IF F-SOURCE = "Q"
038675         ADD 1 TO WS-QUEUED-TODAY
038690     ELSE
038700         IF F-TXN-TYPE = "TRANSFER" AND F-SIGN = "+"
038800             ADD 1 TO WS-XFER-CREDIT-TODAY
038900         END-IF
039000         IF F-TXN-TYPE = "INTEREST" OR F-TXN-TYPE = "SERVICE-FEE"
039050            OR F-TXN-TYPE = "OD-INTEREST"
039100             ADD 1 TO WS-DIRECT-TODAY
039200         END-IF
039210         IF F-SOURCE = "S"
039220             ADD 1 TO WS-SCHED-TODAY
039230         END-IF
039240         IF F-SOURCE = "R"
039250             ADD 1 TO WS-REPR-TODAY
039260         END-IF
039270     END-IF
039300     EXIT.
039400
039500*****************************************************************
041600             MOVE DECLINE-RECORD TO WS-DECL-LINE
041700             IF RD-DATE = WS-RUN-DATE
041750                 IF RD-SOURCE NOT = "S" AND RD-SOURCE NOT = "R"
041760                    AND RD-SOURCE NOT = "Q"
041800                     ADD 1 TO WS-DECLINED-TODAY
041850                 END-IF
041860                 IF RD-SOURCE = "R"
041870                     ADD 1 TO WS-REPR-DECL-TODAY
041880                 END-IF
041885                 IF RD-SOURCE = "Q"
041890                     ADD 1 TO WS-QUEUED-DECL-TODAY
041895                 END-IF
041900                 MOVE SPACES TO WS-RPT-LINE
042000                 STRING "DECLINED " DELIMITED BY SIZE
042100                        RD-ACCOUNT-ID DELIMITED BY SIZE
043200
043300*****************************************************************
043400*  4000-TIE-OUT-THE-DAY - POSTED ROWS TODAY, LESS TRANSFER
043500*  CREDIT LEGS, MONTH-END DIRECT POSTINGS, SCHEDULED ITEMS,
043550*  RE-PRESENTED ITEMS AND QUEUED ITEMS (NONE OF WHICH PASS
043560*  THROUGH THE PENDING FILE), PLUS TODAY'S FRESH-INPUT
043600*  DECLINES, MUST EQUAL THE PENDING DETAIL ROWS THE POSTING RUN
043700*  WAS FED.  A GAP MEANS A ROW VANISHED OR POSTED TWICE.
043800*****************************************************************
043900 4000-TIE-OUT-THE-DAY.
044000     OPEN INPUT PENDING-FILE
044900     COMPUTE WS-TIE-EXPECTED =
045000         WS-POSTED-TODAY - WS-XFER-CREDIT-TODAY
045100         - WS-DIRECT-TODAY - WS-SCHED-TODAY
045120         - WS-REPR-TODAY - WS-QUEUED-TODAY
045150         + WS-DECLINED-TODAY
045160     MOVE WS-REPR-TODAY      TO WS-R-COUNT
045162     MOVE WS-REPR-DECL-TODAY TO WS-R-COUNT-2
045174         INTO WS-RPT-LINE
045176     END-STRING
045178     PERFORM 8000-WRITE-REPORT-LINE
045180     MOVE WS-QUEUED-TODAY      TO WS-R-COUNT
045182     MOVE WS-QUEUED-DECL-TODAY TO WS-R-COUNT-2
045184     MOVE SPACES TO WS-RPT-LINE
045186     STRING "QUEUED ITEMS: POSTED "   DELIMITED BY SIZE
045188            WS-R-COUNT                DELIMITED BY SIZE
045190            "  DECLINED "             DELIMITED BY SIZE
045192            WS-R-COUNT-2              DELIMITED BY SIZE
045194         INTO WS-RPT-LINE
045196     END-STRING
045198     PERFORM 8000-WRITE-REPORT-LINE
045200     MOVE WS-TIE-EXPECTED      TO WS-R-COUNT
045300     MOVE WS-PEND-DETAIL-COUNT TO WS-R-COUNT-2
045400     MOVE SPACES TO WS-RPT-LINE
055362                 TO WS-RPT-LINE
055364             PERFORM 8000-WRITE-REPORT-LINE
055366         END-IF
055368         IF WS-SNAP-EBAL-COUNT NOT = WS-WALK-ACCT-COUNT
055370             ADD 1 TO WS-EXCEPTION-COUNT
055372             MOVE "EXCEPTION: SNAPSHOT ACCOUNT COUNT OFF"
055374                 TO WS-RPT-LINE
055478     ADD 1 TO WS-SNAP-DETAIL-COUNT
055480     ADD 1 TO WS-SNAP-EBAL-COUNT
055482     MOVE EB-BALANCE TO WS-SNAP-BALANCE-NUM
055487     PERFORM 6310-FIND-WALKED-BALANCE
055492     IF NOT WS-WALK-FOUND
055493         ADD 1 TO WS-EXCEPTION-COUNT
055494         MOVE SPACES TO WS-RPT-LINE
055495         STRING "EXCEPTION: SNAPSHOT ACCT "
055496                              DELIMITED BY SIZE
055497                EB-ACCOUNT-ID DELIMITED BY SIZE
055498                " NOT ON WALKED LEDGER"
055499                              DELIMITED BY SIZE
055500             INTO WS-RPT-LINE
055501         END-STRING
055502         PERFORM 8000-WRITE-REPORT-LINE
055503     ELSE
055504         IF WS-SNAP-BALANCE-NUM NOT = WS-WALK-BALANCE
055505             ADD 1 TO WS-EXCEPTION-COUNT
055506             MOVE WS-WALK-BALANCE TO WS-R-BALANCE
055507             MOVE WS-SNAP-BALANCE-NUM TO WS-R-BALANCE-2
055508             MOVE SPACES TO WS-RPT-LINE
055509             STRING "EXCEPTION: SNAPSHOT "
055510                                  DELIMITED BY SIZE
055511                    EB-ACCOUNT-ID DELIMITED BY SIZE
055512                    " WALKED "    DELIMITED BY SIZE
055513                    WS-R-BALANCE  DELIMITED BY SIZE
055514                    " SNAPSHOT "  DELIMITED BY SIZE
055515                    WS-R-BALANCE-2
055516                                  DELIMITED BY SIZE
055517                 INTO WS-RPT-LINE
055518             END-STRING
055519             PERFORM 8000-WRITE-REPORT-LINE
055520         END-IF
055521     END-IF
055522     EXIT.
055523
055524*****************************************************************
055525*  6310-FIND-WALKED-BALANCE - THE BALANCE THE WALK ENDED ON FOR
055526*  THE SNAPSHOT'S ACCOUNT.  THE WALK CARRIES ON FROM EACH ROW'S
055527*  OWN BALANCE ONCE THE ROW IS PROVED OR REPORTED, SO IT ENDS ON
055528*  THE BALANCE OF THE ACCOUNT'S LAST ROW BY KEY, READ HERE FROM
055529*  THE LEDGER INDEX.
055530*****************************************************************
055531 6310-FIND-WALKED-BALANCE.
055532     MOVE "N" TO WS-WALK-FOUND-SW
055533     MOVE "N" TO WS-LDG-DONE-SW
055534     IF NOT WS-LDG-OPENED
055535         MOVE "Y" TO WS-LDG-DONE-SW
055536     ELSE
055537         MOVE EB-ACCOUNT-ID TO LX-ACCOUNT-ID
055538         MOVE 0 TO LX-TXN-ID
055539         START LEDGER-IDX-FILE
055540             KEY IS NOT LESS THAN LX-KEY
055541             INVALID KEY
055542                 MOVE "Y" TO WS-LDG-DONE-SW
055543         END-START
055544         IF WS-LEDGIDX-FILE-STATUS NOT = "00"
055545            AND WS-LEDGIDX-FILE-STATUS NOT = "23"
055546             MOVE "START LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
055547             PERFORM 9930-ABEND-LEDGIDX-FILE
055548         END-IF
055549     END-IF
055550     PERFORM 6320-READ-ACCOUNT-ROW
055551         UNTIL WS-LDG-DONE
055552     EXIT.
055553
055554 6320-READ-ACCOUNT-ROW.
055555     READ LEDGER-IDX-FILE NEXT RECORD
055556         AT END
055557             MOVE "Y" TO WS-LDG-DONE-SW
055558         NOT AT END
055559             IF LX-ACCOUNT-ID NOT = EB-ACCOUNT-ID
055560                 MOVE "Y" TO WS-LDG-DONE-SW
055561             ELSE
055562                 MOVE "Y" TO WS-WALK-FOUND-SW
055563                 MOVE LX-TXN-ROW TO TXN-CSV-RECORD
055564                 MOVE F-BALANCE-AFTER TO WS-WALK-BALANCE
055565             END-IF
055566     END-READ
055567     IF WS-LEDGIDX-FILE-STATUS NOT = "00"
055568        AND WS-LEDGIDX-FILE-STATUS NOT = "02"
055569        AND WS-LEDGIDX-FILE-STATUS NOT = "10"
055570         MOVE "READ LEDGER-IDX-FILE NEXT" TO WS-ABEND-CONTEXT
055571         PERFORM 9930-ABEND-LEDGIDX-FILE
055572     END-IF
055573     EXIT.
055574
055575 6400-VERIFY-SNAP-TRAILER.
055576     MOVE "Y" TO WS-SNAP-TRL-SW
055577     MOVE EOD-RECORD TO EOD-TRAILER-RECORD
055578     IF ET-RECORD-COUNT NOT NUMERIC
055579        OR ET-RECORD-COUNT NOT = WS-SNAP-DETAIL-COUNT
055580         ADD 1 TO WS-EXCEPTION-COUNT
055581         MOVE "EXCEPTION: SNAPSHOT TRAILER COUNT OFF"
055582             TO WS-RPT-LINE
055583         PERFORM 8000-WRITE-REPORT-LINE
055584     END-IF
055585     EXIT.
055590
055400 8000-WRITE-REPORT-LINE.
055500     MOVE WS-RPT-LINE TO REPORT-RECORD
056100     EXIT.
056200
056300*****************************************************************
056400*  9000-TERMINATE - CLOSE THE FILES AND THE REPORT, DECLARE
056500*  THE DAY BALANCED OR NOT, AND LEAVE A WARNING RETURN CODE ON
056600*  ANY EXCEPTION SO THE SCHEDULER HOLDS THE DOWNSTREAM HANDOFF.
056700*****************************************************************
056800 9000-TERMINATE.
056900     CLOSE TXN-FILE
056902     IF WS-LDG-OPENED
056904         CLOSE LEDGER-IDX-FILE
056906         IF WS-LEDGIDX-FILE-STATUS NOT = "00"
056908             MOVE "CLOSE LEDGER-IDX-FILE" TO WS-ABEND-CONTEXT
056910             PERFORM 9930-ABEND-LEDGIDX-FILE
056912         END-IF
056914     END-IF
056920     CLOSE ACCOUNT-IDX-FILE
056940     IF WS-ACCT-FILE-STATUS NOT = "00"
056960         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
056980         PERFORM 9910-ABEND-ACCT-FILE
056990     END-IF
057000     IF WS-EXCEPTION-COUNT = 0
057100         MOVE "RESULT: DAY IS BALANCED" TO WS-RPT-LINE
057200     ELSE
060200     STOP RUN.
060300
060400*****************************************************************
060500*  9910-ABEND-ACCT-FILE - THE ACCOUNTS MASTER COULD NOT BE
060550*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
060600*  RUN), SO THE BALANCE WALK HAS NO INDEPENDENT SEED.  THE RUN
060650*  STOPS.
060700*****************************************************************
060800 9910-ABEND-ACCT-FILE.
060900     DISPLAY "BANKRECON: FATAL - ACCOUNT-IDX-FILE ERROR ON "
061000             WS-ABEND-CONTEXT
061100     DISPLAY "BANKRECON: FILE STATUS=" WS-ACCT-FILE-STATUS
061200     DISPLAY "BANKRECON: RUN TERMINATED ABNORMALLY."
061367     MOVE 16 TO RETURN-CODE
061400     STOP RUN.
061500
062900*****************************************************************
063000*  9920-ABEND-BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD
063100*  COULD NOT BE READ, SO THERE IS NO DAY TO PROVE.  THE RUN
063933     PERFORM 9800-LOG-ABEND
063967     MOVE 16 TO RETURN-CODE
064000     STOP RUN.
064020
064040*****************************************************************
064060*  9930-ABEND-LEDGIDX-FILE - THE LEDGER INDEX COULD NOT BE
064080*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LEDGER HAS NOT
064100*  BEEN RUN), SO THE BALANCE CHAIN CANNOT BE WALKED.  THE RUN
064120*  STOPS.
064140*****************************************************************
064160 9930-ABEND-LEDGIDX-FILE.
064180     DISPLAY "BANKRECON: FATAL - LEDGER-IDX-FILE ERROR ON "
064200             WS-ABEND-CONTEXT
064220     DISPLAY "BANKRECON: FILE STATUS=" WS-LEDGIDX-FILE-STATUS
064240     DISPLAY "BANKRECON: RUN TERMINATED ABNORMALLY."
064260     MOVE WS-LEDGIDX-FILE-STATUS TO WS-ABEND-STATUS
064280     PERFORM 9800-LOG-ABEND
064300     MOVE 16 TO RETURN-CODE
064320     STOP RUN.
064500*****************************************************************
064510*  9700-WRITE-RUN-LOG - APPEND ONE RECORD TO THE RUN LOG.  THE
064520*  LOG IS OPENED AND CLOSED PER EVENT SO THE ABEND PATHS CAN
