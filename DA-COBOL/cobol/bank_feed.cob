002100*                    AMOUNT THE PENDING LAYOUT CANNOT CARRY) GO
002200*                    TO AN EXCEPTIONS FILE FOR THE PROCESSOR
002300*                    DESK INSTEAD OF VANISHING.
002304*  2026-10-15  DA    ITEMS THE INTAKE CANNOT APPLY NOW GO BACK TO
002308*                    THE PROCESSOR ON DATA/EXTERNAL_RETURNS.DAT,
002312*                    IN THEIR OWN HDR/DTL/TRL LAYOUT (XRTREC),
002316*                    WITH THEIR ITEM REFERENCE AND A STANDARD
002320*                    RETURN REASON CODE.  AN ITEM FOR A CLOSED
002324*                    OR FROZEN ACCOUNT IS NOW AN EXCEPTION TOO.
002328*                    EVERY ITEM HANDED ON IS REGISTERED ON
002332*                    DATA/EXTERNAL_ITEMS.CSV SO BANKRETN CAN
002336*                    RETURN THE ONES THAT FAIL LATER.  THE
002340*                    BATCH HEADER'S OPERATOR ID IS WRITTEN BLANK
002344*                    (A FEED HAS NO MAKER) INSTEAD OF UNSET.
002348*  2026-10-15  DA    EACH ITEM'S ACCOUNT IS READ BY KEY FROM THE
002352*                    INDEXED ACCOUNTS MASTER, SO ITS EXISTENCE
002356*                    AND CLOSED/FROZEN STATUS ARE TODAY'S, NOT
002360*                    THOSE OF THE LAST ACCOUNTS.CSV UNLOAD, AND
002364*                    THE 200-ACCOUNT TABLE IS GONE.
002368*  2026-10-15  DA    THE ITEM REGISTER ROWS ARE BUFFERED AND
002372*                    WRITTEN ONLY ONCE THE FEED TRAILER HAS PROVEN
002376*                    THE FEED, AND A REFUSED FEED LEAVES THE
002380*                    RETURNS FILE EMPTY, SO A REFUSED FEED NEITHER
002384*                    REGISTERS NOR RETURNS ANY OF ITS ITEMS.
002386*  2026-10-15  DA    THE BATCH HEADER'S OPERATOR ID IS NOW THE
002388*                    FEED MAKER ID "FEED", NOT BLANK.  BANKEDIT
002390*                    REJECTED A BLANK-MAKER ITEM OVER THE
002392*                    APPR-LIMIT AS "MAKER ID MISSING", RETURNING
002394*                    A GOOD PAYROLL CREDIT AS R17; IT NOW PASSES A
002396*                    REGISTERED FEED BATCH'S ITEMS WITHOUT A HOLD.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-FEED-FILE-STATUS.
003100
003200     SELECT ACCOUNT-IDX-FILE ASSIGN TO "data/accounts.idx"
003300         ORGANIZATION IS INDEXED
003333         ACCESS MODE IS RANDOM
003367         RECORD KEY IS AX-ACCOUNT-ID
003400         FILE STATUS IS WS-ACCT-FILE-STATUS.
003500
003600     SELECT BATCH-OUT-FILE ASSIGN TO "data/pending_external.csv"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-EXC-FILE-STATUS.
004300
004311     SELECT RETURN-FILE ASSIGN TO "data/external_returns.dat"
004322         ORGANIZATION IS LINE SEQUENTIAL
004333         FILE STATUS IS WS-RTN-FILE-STATUS.
004344
004355     SELECT ITEM-FILE ASSIGN TO "data/external_items.csv"
004366         ORGANIZATION IS LINE SEQUENTIAL
004377         FILE STATUS IS WS-ITEM-FILE-STATUS.
004388
004400 DATA DIVISION.
004500 FILE SECTION.
004600*****************************************************************
005300 FD  FEED-FILE.
005400 01  FEED-RECORD                PIC X(80).
005500
005510*****************************************************************
005520*  ACCOUNT-IDX-FILE - THE ACCOUNTS MASTER, KEYED BY ACCOUNT ID
005530*  (ACCTIDX), OPEN FOR THE WHOLE INTAKE SO EACH ITEM'S ACCOUNT
005540*  IS READ BY KEY.
005550*****************************************************************
005600 FD  ACCOUNT-IDX-FILE.
005700     COPY acctidx.
005800
005900*****************************************************************
006000*  BATCH-OUT-FILE - THE TRANSLATED FEED AS ONE KEYED-FORMAT
007400 FD  EXCEPT-FILE.
007500 01  EXCEPT-RECORD              PIC X(110).
007600
007605*****************************************************************
007610*  RETURN-FILE - THE EXCEPTED ITEMS GOING BACK TO THE PROCESSOR
007615*  IN THEIR OWN LAYOUT (XRT- RECORDS IN XRTREC): A HEADER
007620*  NAMING THE FEED, ONE DTL PER ITEM WITH ITS RETURN REASON
007625*  CODE, AND A TRAILER CARRYING THE COUNT AND TOTAL.
007630*****************************************************************
007635 FD  RETURN-FILE.
007640 01  RETURN-RECORD              PIC X(80).
007645
007650*****************************************************************
007655*  ITEM-FILE - THE REGISTER OF ITEMS HANDED ON TO THE EDIT
007660*  (XIT-CSV-RECORD IN XRTREC).  APPENDED TO HERE; BANKRETN
007665*  SETTLES EACH ITEM AFTER THE POSTING RUN.
007670*****************************************************************
007675 FD  ITEM-FILE.
007680 01  ITEM-RECORD                PIC X(100).
007685
007700 WORKING-STORAGE SECTION.
007800 01  WS-FEED-FILE-STATUS        PIC XX.
007900 01  WS-ACCT-FILE-STATUS        PIC XX.
008000 01  WS-BOUT-FILE-STATUS        PIC XX.
008100 01  WS-EXC-FILE-STATUS         PIC XX.
008133 01  WS-RTN-FILE-STATUS         PIC XX.
008166 01  WS-ITEM-FILE-STATUS        PIC XX.
008200 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
008300
008400 01  WS-FEED-EOF-SW             PIC X       VALUE "N".
008500     88  WS-FEED-EOF                        VALUE "Y".
008600 01  WS-ACCT-FOUND-SW           PIC X       VALUE "N".
008700     88  WS-ACCT-FOUND                      VALUE "Y".
008800
008900     COPY pndrec.
009000
009100     COPY acctrec REPLACING ==ACCT-CSV-RECORD==
009200         BY ==WS-ACCT-LINE==.
009300
009333     COPY xrtrec.
009366
009400*****************************************************************
009500*  PROCESSOR RECORD LAYOUTS - THEIR FORMAT, NOT OURS.  THE
009600*  AMOUNT IS WIDER THAN P-AMOUNT CAN CARRY, SO AN ITEM PAST
011300     05  XT-RECORD-TYPE         PIC X(3).
011400     05  XT-ITEM-COUNT          PIC 9(6).
011500     05  XT-AMOUNT-TOTAL        PIC 9(11)V99.
012900
013000*****************************************************************
013100*  FEED CONTROL WORK FIELDS - THE FEED MUST ARRIVE AS ONE HDR,
014500 01  WS-EXCEPT-COUNT            PIC 9(6)    VALUE 0.
014600 01  WS-BATCH-AMT-TOTAL         PIC 9(9)V99 VALUE 0.
014700 01  WS-EXCEPT-REASON           PIC X(30)   VALUE SPACES.
014710
014720*****************************************************************
014730*  RETURNS WORK FIELDS - THE COUNT AND TOTAL OF THE ITEMS
014740*  RETURNED FOR THE TRAILER, AND THE REASON CODE OF THE ONE IN
014750*  HAND.
014760*****************************************************************
014770 01  WS-RETURN-COUNT            PIC 9(6)     VALUE 0.
014780 01  WS-RETURN-AMT-TOTAL        PIC 9(11)V99 VALUE 0.
014790 01  WS-RETURN-CODE             PIC X(3)     VALUE SPACES.
014800
014810*****************************************************************
014820*  ITEM BUFFER - THE REGISTER ROWS FOR THE ITEMS HANDED ON,
014830*  HELD UNTIL THE FEED TRAILER HAS PROVEN THE FEED, SO A
014840*  REFUSED FEED REGISTERS NOTHING.
014850*****************************************************************
014860 01  WS-ITEM-BUF-TABLE.
014865     05  WS-ITEM-BUF-ENTRY OCCURS 2000 TIMES
014870                           INDEXED BY IBF-IDX.
014875         10  IBF-ROW            PIC X(100).
014880 01  WS-ITEM-BUF-COUNT          PIC 9(4)    VALUE 0.
014890
014900*****************************************************************
015000*  WS-EXCEPT-LINE - ONE LINE ON THE EXCEPTIONS FILE: THE FEED
015100*  RECORD AS IT ARRIVED, A SEPARATOR, AND THE REASON.
016800     STOP RUN.
016900
017000*****************************************************************
017100*  1000-INITIALIZE - OPEN THE ACCOUNTS MASTER, THE FEED, BATCH,
017166*  EXCEPTIONS AND RETURNS FILES AND THE ITEM REGISTER.
017300*****************************************************************
017400 1000-INITIALIZE.
017500     PERFORM 1100-OPEN-ACCOUNT-MASTER
017600     OPEN OUTPUT BATCH-OUT-FILE
017700     IF WS-BOUT-FILE-STATUS NOT = "00"
017800         MOVE "OPEN OUTPUT BATCH-OUT-FILE" TO WS-ABEND-CONTEXT
018300         MOVE "OPEN OUTPUT EXCEPT-FILE" TO WS-ABEND-CONTEXT
018400         PERFORM 9920-ABEND-EXCEPT-FILE
018500     END-IF
018507     OPEN OUTPUT RETURN-FILE
018514     IF WS-RTN-FILE-STATUS NOT = "00"
018521         MOVE "OPEN OUTPUT RETURN-FILE" TO WS-ABEND-CONTEXT
018528         PERFORM 9925-ABEND-RETURN-FILE
018535     END-IF
018542     OPEN EXTEND ITEM-FILE
018549     IF WS-ITEM-FILE-STATUS = "35"
018556         OPEN OUTPUT ITEM-FILE
018563     END-IF
018570     IF WS-ITEM-FILE-STATUS NOT = "00"
018577         MOVE "OPEN EXTEND ITEM-FILE" TO WS-ABEND-CONTEXT
018584         PERFORM 9930-ABEND-ITEM-FILE
018591     END-IF
018600     OPEN INPUT FEED-FILE
018700     IF WS-FEED-FILE-STATUS NOT = "00"
018800         DISPLAY "BANKFEED: NO EXTERNAL CREDITS FILE, "
019500     EXIT.
019600
019700*****************************************************************
019800*  1100-OPEN-ACCOUNT-MASTER - OPEN THE INDEXED ACCOUNTS MASTER
019900*  SO EACH ITEM'S ACCOUNT CAN BE READ BY KEY.  IT STAYS OPEN
020000*  UNTIL 9000-TERMINATE.
020100*****************************************************************
020200 1100-OPEN-ACCOUNT-MASTER.
020300     OPEN INPUT ACCOUNT-IDX-FILE
020400     IF WS-ACCT-FILE-STATUS NOT = "00"
020500         MOVE "OPEN INPUT ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
020600         PERFORM 9900-ABEND-ACCOUNT-FILE
020700     END-IF
020800     EXIT.
022800
022900*****************************************************************
023000*  2000-TRANSLATE-FEED - DISPATCH ONE FEED RECORD BY ITS TYPE:
025400*  ON THE MASTER AND THE AMOUNT A NONZERO NUMBER THE PENDING
025500*  LAYOUT CAN CARRY; A GOOD ITEM BECOMES A DEPOSIT DETAIL ON
025600*  THE OUTPUT BATCH, CARRYING THE PROCESSOR'S SOURCE NAME AS
025666*  THE MERCHANT SO STATEMENTS SHOW WHO PAID.  A BAD ITEM IS
025732*  EXCEPTED AND RETURNED TO THE PROCESSOR.
025800*****************************************************************
025900 2010-TRANSLATE-DETAIL.
026000     IF NOT WS-HDR-SEEN
027600         PERFORM 2300-WRITE-BATCH-DETAIL
027700     ELSE
027800         PERFORM 2600-WRITE-EXCEPTION
027850         PERFORM 2650-WRITE-RETURN
027900     END-IF
028000     EXIT.
028100
029000*  2200-CHECK-ITEM - THE EDITS AN ITEM MUST PASS BEFORE IT MAY
029100*  JOIN THE BATCH.  BANKEDIT RUNS ITS OWN EDITS ON THE RESULT
029200*  AS WELL; THESE ARE THE ONES ONLY THE INTAKE CAN NAME A
029250*  FEED-SIDE REASON FOR.  THE ACCOUNT IS READ BY KEY FROM THE
029260*  MASTER: A MISTYPED ACCOUNT AT THE PROCESSOR MUST SURFACE
029270*  HERE, NOT AS A VANISHED PAYROLL CREDIT, AND A CLOSED OR
029280*  FROZEN ACCOUNT CANNOT TAKE THE CREDIT, SO IT GOES BACK NOW
029350*  RATHER THAN DECLINING IN THE POSTING RUN.
029400*****************************************************************
029500 2200-CHECK-ITEM.
029600     IF XD-ACCOUNT-ID = SPACES
029700         MOVE "ACCOUNT ID MISSING" TO WS-EXCEPT-REASON
029800     ELSE
029900         PERFORM 2210-FIND-MASTER-ID
030700         IF NOT WS-ACCT-FOUND
030800             MOVE "ACCOUNT NOT ON MASTER" TO WS-EXCEPT-REASON
030811         ELSE
030822             IF A-STATUS = "CLOSED"
030833                 MOVE "ACCOUNT CLOSED" TO WS-EXCEPT-REASON
030844             ELSE
030855                 IF A-STATUS = "FROZEN"
030866                     MOVE "ACCOUNT FROZEN" TO WS-EXCEPT-REASON
030877                 END-IF
030888             END-IF
030900         END-IF
031000     END-IF
031100     IF WS-EXCEPT-REASON = SPACES
032300         END-IF
032400     END-IF
032500     EXIT.
032510
032520*****************************************************************
032530*  2210-FIND-MASTER-ID - READ THE ITEM'S ACCOUNT BY KEY.  STATUS
032540*  23 IS AN ACCOUNT NOT ON THE MASTER; ANYTHING ELSE BUT 00 IS
032550*  A FILE ERROR.
032560*****************************************************************
032570 2210-FIND-MASTER-ID.
032572     MOVE "N" TO WS-ACCT-FOUND-SW
032574     MOVE XD-ACCOUNT-ID TO AX-ACCOUNT-ID
032576     READ ACCOUNT-IDX-FILE
032578         INVALID KEY
032580             MOVE "N" TO WS-ACCT-FOUND-SW
032582         NOT INVALID KEY
032584             MOVE "Y" TO WS-ACCT-FOUND-SW
032586             MOVE ACCOUNT-IDX-RECORD TO WS-ACCT-LINE
032588     END-READ
032590     IF WS-ACCT-FILE-STATUS NOT = "00"
032592        AND WS-ACCT-FILE-STATUS NOT = "23"
032594         MOVE "READ ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
032596         PERFORM 9900-ABEND-ACCOUNT-FILE
032598     END-IF
032599     EXIT.
032600
032700*****************************************************************
032800*  2300-WRITE-BATCH-DETAIL - TRANSLATE ONE GOOD ITEM TO A
034600     END-IF
034700     ADD 1 TO WS-ACCEPT-COUNT
034800     ADD XD-AMOUNT TO WS-BATCH-AMT-TOTAL
034850     PERFORM 2350-BUFFER-ITEM
034900     EXIT.
034904
034908*****************************************************************
034912*  2350-BUFFER-ITEM - REGISTER THE ITEM JUST HANDED ON, UNDER
034916*  THE FEED ID AND ITS DETAIL ROW NUMBER IN THE BATCH, WITH
034920*  EVERYTHING THE PROCESSOR SENT, SO BANKRETN CAN RETURN IT IN
034924*  THEIR TERMS IF THE EDIT OR THE POSTING RUN REFUSES IT.  THE
034926*  ROW WAITS IN THE ITEM BUFFER FOR 2950.
034928*****************************************************************
034932 2350-BUFFER-ITEM.
034934     IF WS-ITEM-BUF-COUNT = 2000
034935         MOVE "WS-ITEM-BUF-TABLE OCCURS 2000" TO WS-ABEND-CONTEXT
034936         PERFORM 9940-ABEND-TABLE-OVERFLOW
034937     END-IF
034938     MOVE XH-FEED-ID      TO XI-FEED-ID
034940     MOVE WS-ACCEPT-COUNT TO XI-ROW-NO
034944     MOVE XD-ACCOUNT-ID   TO XI-ACCOUNT-ID
034948     MOVE XD-AMOUNT       TO XI-AMOUNT
034952     MOVE XD-SOURCE-NAME  TO XI-SOURCE-NAME
034956     MOVE XD-VALUE-DATE   TO XI-VALUE-DATE
034960     MOVE XD-SOURCE-REF   TO XI-SOURCE-REF
034964     ADD 1 TO WS-ITEM-BUF-COUNT
034968     MOVE XIT-CSV-RECORD  TO IBF-ROW (WS-ITEM-BUF-COUNT)
034988     EXIT.
035000
035100 2600-WRITE-EXCEPTION.
035200     MOVE FEED-RECORD (1:75) TO EXC-ROW
036100     DISPLAY "FEED EXCEPTION " FEED-RECORD (4:10)
036200             " - " WS-EXCEPT-REASON
036300     EXIT.
036301
036302*****************************************************************
036303*  2650-WRITE-RETURN - SEND THE EXCEPTED ITEM BACK TO THE
036304*  PROCESSOR AS THEY SENT IT, WITH THE RETURN REASON CODE FOR
036305*  THE EXCEPTION.  AN AMOUNT THAT IS NOT A NUMBER GOES BACK AS
036306*  ZERO SO THE TRAILER TOTAL STILL ADDS UP.
036307*****************************************************************
036308 2650-WRITE-RETURN.
036309     PERFORM 2660-SET-RETURN-CODE
036310     MOVE XD-ACCOUNT-ID   TO XRD-ACCOUNT-ID
036311     IF XD-AMOUNT NUMERIC
036312         MOVE XD-AMOUNT   TO XRD-AMOUNT
036313     ELSE
036314         MOVE 0           TO XRD-AMOUNT
036315     END-IF
036316     MOVE XD-SOURCE-NAME  TO XRD-SOURCE-NAME
036317     MOVE XD-VALUE-DATE   TO XRD-VALUE-DATE
036318     MOVE XD-SOURCE-REF   TO XRD-SOURCE-REF
036319     MOVE WS-RETURN-CODE  TO XRD-RETURN-CODE
036320     MOVE XRT-DETAIL-RECORD TO RETURN-RECORD
036321     WRITE RETURN-RECORD
036322     IF WS-RTN-FILE-STATUS NOT = "00"
036323         MOVE "WRITE RETURN-RECORD" TO WS-ABEND-CONTEXT
036324         PERFORM 9925-ABEND-RETURN-FILE
036325     END-IF
036326     ADD 1 TO WS-RETURN-COUNT
036327     ADD XRD-AMOUNT TO WS-RETURN-AMT-TOTAL
036328     DISPLAY "ITEM RETURNED " XD-SOURCE-REF " CODE "
036329             WS-RETURN-CODE
036330     EXIT.
036331
036332*****************************************************************
036333*  2660-SET-RETURN-CODE - THE STANDARD RETURN REASON CODE FOR
036334*  THE EXCEPTION (SEE XRTREC).
036335*****************************************************************
036336 2660-SET-RETURN-CODE.
036337     IF WS-EXCEPT-REASON = "ACCOUNT ID MISSING"
036338        OR WS-EXCEPT-REASON = "ACCOUNT NOT ON MASTER"
036339         MOVE "R03" TO WS-RETURN-CODE
036340     ELSE
036341         IF WS-EXCEPT-REASON = "ACCOUNT CLOSED"
036342             MOVE "R02" TO WS-RETURN-CODE
036343         ELSE
036344             IF WS-EXCEPT-REASON = "ACCOUNT FROZEN"
036345                 MOVE "R16" TO WS-RETURN-CODE
036346             ELSE
036347                 MOVE "R17" TO WS-RETURN-CODE
036348             END-IF
036349         END-IF
036350     END-IF
036351     EXIT.
036400
036500*****************************************************************
036600*  2700-APPLY-FEED-HEADER - FIRST RECORD OF THE FEED.  ITS FEED
036700*  ID BECOMES THE OUTPUT BATCH ID, WHICH IS WHAT LETS THE
036800*  POSTING RUN'S BATCH-CONTROL LOG REFUSE A FEED THE PROCESSOR
036825*  SENDS TWICE.  THE OPERATOR ID IS THE FEED MAKER ID "FEED",
036850*  WHICH TELLS THE EDIT THE ITEMS ARE THE PROCESSOR'S, NOT AN
036875*  OPERATOR'S, AND ARE NOT HELD FOR A SECOND OPERATOR.  THE
036900*  RETURNS FILE IS HEADED WITH THE SAME FEED ID SO THE
036925*  PROCESSOR KNOWS WHICH FILE THE RETURNS ANSWER.
037000*****************************************************************
037100 2700-APPLY-FEED-HEADER.
037200     IF WS-HDR-SEEN
037900     MOVE "BHDR"       TO PH-RECORD-TYPE
038000     MOVE XH-FEED-ID   TO PH-BATCH-ID
038100     MOVE XH-FEED-DATE TO PH-BATCH-DATE
038150     MOVE "FEED"       TO PH-OPERATOR-ID
038200     MOVE PND-HEADER-RECORD TO BATCH-OUT-RECORD
038300     WRITE BATCH-OUT-RECORD
038400     IF WS-BOUT-FILE-STATUS NOT = "00"
038500         MOVE "WRITE BATCH-OUT (HEADER)" TO WS-ABEND-CONTEXT
038600         PERFORM 9910-ABEND-BATCH-OUT-FILE
038700     END-IF
038711     MOVE XH-FEED-ID   TO XRH-FEED-ID
038722     MOVE XH-FEED-DATE TO XRH-RETURN-DATE
038733     MOVE XRT-HEADER-RECORD TO RETURN-RECORD
038744     WRITE RETURN-RECORD
038755     IF WS-RTN-FILE-STATUS NOT = "00"
038766         MOVE "WRITE RETURN (HEADER)" TO WS-ABEND-CONTEXT
038777         PERFORM 9925-ABEND-RETURN-FILE
038788     END-IF
038800     EXIT.
038900
039000*****************************************************************
042400*  MUST HAVE CLOSED WITH ITS TRAILER.  THE OUTPUT BATCH GETS A
042500*  BTRL COVERING THE TRANSLATED ROWS SO BANKEDIT AND THE
042600*  POSTING RUN CAN PROVE THE HANDOFF THE SAME WAY THEY PROVE A
042666*  KEYED BATCH, AND THE RETURNS FILE GETS ITS TRAILER THE SAME
042732*  WAY.  WITH THE FEED PROVEN, ITS ITEMS GO ON THE REGISTER.
042800*****************************************************************
042900 2900-FINISH-BATCH.
043000     IF WS-HDR-SEEN
043200             MOVE "FEED TRAILER MISSING" TO WS-REFUSE-REASON
043300             PERFORM 9950-REFUSE-FEED
043400         END-IF
043450         PERFORM 2950-WRITE-ITEMS
043500         MOVE "BTRL"             TO PT-RECORD-TYPE
043600         MOVE WS-ACCEPT-COUNT    TO PT-RECORD-COUNT
043700         MOVE WS-BATCH-AMT-TOTAL TO PT-AMOUNT-TOTAL
044200                 TO WS-ABEND-CONTEXT
044300             PERFORM 9910-ABEND-BATCH-OUT-FILE
044400         END-IF
044410         MOVE WS-RETURN-COUNT     TO XRR-ITEM-COUNT
044420         MOVE WS-RETURN-AMT-TOTAL TO XRR-AMOUNT-TOTAL
044430         MOVE XRT-TRAILER-RECORD  TO RETURN-RECORD
044440         WRITE RETURN-RECORD
044450         IF WS-RTN-FILE-STATUS NOT = "00"
044460             MOVE "WRITE RETURN (TRAILER)"
044470                 TO WS-ABEND-CONTEXT
044480             PERFORM 9925-ABEND-RETURN-FILE
044490         END-IF
044500     END-IF
044600     EXIT.
044604
044608*****************************************************************
044612*  2950-WRITE-ITEMS - APPEND THE BUFFERED ITEMS TO THE ITEM
044616*  REGISTER.
044620*****************************************************************
044624 2950-WRITE-ITEMS.
044628     PERFORM VARYING IBF-IDX FROM 1 BY 1
044632             UNTIL IBF-IDX > WS-ITEM-BUF-COUNT
044636         MOVE IBF-ROW (IBF-IDX) TO ITEM-RECORD
044640         WRITE ITEM-RECORD
044644         IF WS-ITEM-FILE-STATUS NOT = "00"
044648             MOVE "WRITE ITEM-RECORD" TO WS-ABEND-CONTEXT
044652             PERFORM 9930-ABEND-ITEM-FILE
044656         END-IF
044660     END-PERFORM
044664     EXIT.
044700
044800*****************************************************************
044900*  9000-TERMINATE - CLOSE FILES AND REPORT THE INTAKE.  ANY
045200*****************************************************************
045300 9000-TERMINATE.
045400     CLOSE FEED-FILE
045420     CLOSE ACCOUNT-IDX-FILE
045440     IF WS-ACCT-FILE-STATUS NOT = "00"
045460         MOVE "CLOSE ACCOUNT-IDX-FILE" TO WS-ABEND-CONTEXT
045480         PERFORM 9900-ABEND-ACCOUNT-FILE
045490     END-IF
045500     CLOSE BATCH-OUT-FILE
045600     IF WS-BOUT-FILE-STATUS NOT = "00"
045700         MOVE "CLOSE BATCH-OUT-FILE" TO WS-ABEND-CONTEXT
046200         MOVE "CLOSE EXCEPT-FILE" TO WS-ABEND-CONTEXT
046300         PERFORM 9920-ABEND-EXCEPT-FILE
046400     END-IF
046409     CLOSE RETURN-FILE
046418     IF WS-RTN-FILE-STATUS NOT = "00"
046427         MOVE "CLOSE RETURN-FILE" TO WS-ABEND-CONTEXT
046436         PERFORM 9925-ABEND-RETURN-FILE
046445     END-IF
046454     CLOSE ITEM-FILE
046463     IF WS-ITEM-FILE-STATUS NOT = "00"
046472         MOVE "CLOSE ITEM-FILE" TO WS-ABEND-CONTEXT
046481         PERFORM 9930-ABEND-ITEM-FILE
046490     END-IF
046500     DISPLAY "Items read      : " WS-READ-COUNT
046600     DISPLAY "Items translated: " WS-ACCEPT-COUNT
046700     DISPLAY "Items excepted  : " WS-EXCEPT-COUNT
046750     DISPLAY "Items returned  : " WS-RETURN-COUNT
046800     DISPLAY "External credits intake complete."
046900     IF WS-EXCEPT-COUNT > 0
047000         MOVE 4 TO RETURN-CODE
047300
047400*****************************************************************
047500*  9900-ABEND-ACCOUNT-FILE - THE ACCOUNTS MASTER COULD NOT BE
047600*  OPENED, READ OR CLOSED (STATUS 35: BANKIDX LOAD HAS NOT BEEN
047650*  RUN).  CHECKING THE FEED WITHOUT THE MASTER WOULD EXCEPT
047700*  EVERY ITEM FOR THE WRONG REASON, SO THE RUN STOPS.
047800*****************************************************************
047900 9900-ABEND-ACCOUNT-FILE.
048000     DISPLAY "BANKFEED: FATAL - ACCOUNT-IDX-FILE ERROR ON "
048100             WS-ABEND-CONTEXT
048200     DISPLAY "BANKFEED: FILE STATUS=" WS-ACCT-FILE-STATUS
048300     DISPLAY "BANKFEED: RUN TERMINATED ABNORMALLY."
050900     DISPLAY "BANKFEED: RUN TERMINATED ABNORMALLY."
051000     MOVE 16 TO RETURN-CODE
051100     STOP RUN.
051103
051106*****************************************************************
051109*  9925-ABEND-RETURN-FILE - THE RETURNS FILE FAILED ON OPEN,
051112*  WRITE OR CLOSE.  A RETURN THE PROCESSOR NEVER GETS IS A
051115*  CREDIT THEY KEEP SENDING TO A BAD ACCOUNT, SO THE INTAKE
051118*  ABENDS INSTEAD.
051121*****************************************************************
051124 9925-ABEND-RETURN-FILE.
051127     DISPLAY "BANKFEED: FATAL - RETURN-FILE ERROR ON "
051130             WS-ABEND-CONTEXT
051133     DISPLAY "BANKFEED: FILE STATUS=" WS-RTN-FILE-STATUS
051136     DISPLAY "BANKFEED: RUN TERMINATED ABNORMALLY."
051139     MOVE 16 TO RETURN-CODE
051142     STOP RUN.
051145
051148*****************************************************************
051151*  9930-ABEND-ITEM-FILE - THE ITEM REGISTER FAILED ON OPEN,
051154*  WRITE OR CLOSE.  AN ITEM MISSING FROM IT COULD NEVER BE
051157*  RETURNED IF THE POSTING RUN DECLINES IT, SO THE INTAKE
051160*  ABENDS INSTEAD.
051163*****************************************************************
051166 9930-ABEND-ITEM-FILE.
051169     DISPLAY "BANKFEED: FATAL - ITEM-FILE ERROR ON "
051172             WS-ABEND-CONTEXT
051175     DISPLAY "BANKFEED: FILE STATUS=" WS-ITEM-FILE-STATUS
051178     DISPLAY "BANKFEED: RUN TERMINATED ABNORMALLY."
051181     MOVE 16 TO RETURN-CODE
051184     STOP RUN.
051185
051186*****************************************************************
051187*  9940-ABEND-TABLE-OVERFLOW - MORE ITEMS THAN THE ITEM BUFFER
051188*  HOLDS.  THE FEED IS STOPPED RATHER THAN HAND ON ITEMS THAT
051189*  COULD NEVER BE REGISTERED.
051190*****************************************************************
051191 9940-ABEND-TABLE-OVERFLOW.
051192     DISPLAY "BANKFEED: FATAL - TABLE CAPACITY EXCEEDED ON "
051193             WS-ABEND-CONTEXT
051194     DISPLAY "BANKFEED: RUN TERMINATED ABNORMALLY."
051195     MOVE 16 TO RETURN-CODE
051196     STOP RUN.
051200
052600*****************************************************************
052700*  9950-REFUSE-FEED - THE FEED ITSELF IS UNSOUND: NO HEADER, NO
052800*  TRAILER, A TRAILER THAT DOES NOT BALANCE, OR RECORDS IN AN
052900*  ORDER NO PROCESSOR FILE WOULD HAVE.  NOTHING FROM IT CAN BE
053000*  TRUSTED, SO NOTHING IS HANDED TO THE EDIT OR REGISTERED, AND
053033*  THE RETURNS FILE IS EMPTIED: THE PROCESSOR IS NOT SENT
053066*  RETURNS FOR SOME ITEMS OF A FEED REFUSED WHOLE.
053100*****************************************************************
053200 9950-REFUSE-FEED.
053300     DISPLAY "BANKFEED: FEED REFUSED - " WS-REFUSE-REASON
053310     CLOSE RETURN-FILE
053320     OPEN OUTPUT RETURN-FILE
053330     IF WS-RTN-FILE-STATUS NOT = "00"
053340         MOVE "EMPTY RETURN-FILE" TO WS-ABEND-CONTEXT
053350         PERFORM 9925-ABEND-RETURN-FILE
053360     END-IF
053370     CLOSE RETURN-FILE
053400     DISPLAY "BANKFEED: RUN TERMINATED ABNORMALLY."
053500     MOVE 16 TO RETURN-CODE
053600     STOP RUN.
