002001*  2026-09-02  DA    REVIEW FIXES - THE GL TRAILER REPRINT
002002*                    WIDENED TO CARRY THE JOURNAL'S NEW DEBIT
002003*                    AND CREDIT TOTALS UNTRUNCATED.
002004*  2026-10-15  DA    NEW SECTION LISTS EVERY ITEM STILL PENDING
002005*                    ON THE MAKER-CHECKER APPROVALS QUEUE AT
002006*                    CUTOVER; THE COUNT IS ADDED TO THE END
002007*                    RECORD ON THE RUN LOG.
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004000     SELECT REPORT-FILE ASSIGN TO "data/ops_summary.rpt"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RPT-FILE-STATUS.
004202
004204     SELECT APPR-QUEUE-FILE ASSIGN TO "data/approval_queue.csv"
004206         ORGANIZATION IS LINE SEQUENTIAL
004208         FILE STATUS IS WS-APRQ-FILE-STATUS.
004210
004220     SELECT BUS-DATE-FILE ASSIGN TO "data/business_date.csv"
004230         ORGANIZATION IS LINE SEQUENTIAL
005700
005800 FD  REPORT-FILE.
005900 01  REPORT-RECORD              PIC X(100).
005902
005904 FD  APPR-QUEUE-FILE.
005906 01  APPR-QUEUE-RECORD          PIC X(240).
005910
005920 FD  BUS-DATE-FILE.
005930 01  BUS-DATE-RECORD            PIC X(30).
006600 01  WS-RPT-FILE-STATUS         PIC XX.
006610 01  WS-BDATE-FILE-STATUS       PIC XX.
006620 01  WS-RUNLOG-FILE-STATUS      PIC XX.
006660 01  WS-APRQ-FILE-STATUS        PIC XX.
006700 01  WS-ABEND-CONTEXT           PIC X(30)   VALUE SPACES.
006702*****************************************************************
006712*  RUN-CONTROL WORK FIELDS - WS-RUN-ID IS DATE PLUS TIME OF
008000     88  WS-ALRT-OPENED                     VALUE "Y".
008100 01  WS-GL-OPEN-SW              PIC X       VALUE "N".
008200     88  WS-GL-OPENED                       VALUE "Y".
008220 01  WS-APRQ-EOF-SW             PIC X       VALUE "N".
008240     88  WS-APRQ-EOF                        VALUE "Y".
008260 01  WS-APRQ-OPEN-SW            PIC X       VALUE "N".
008280     88  WS-APRQ-OPENED                     VALUE "Y".
008300
008400     COPY txnrec.
008500
008600     COPY glrec.
008633
008666     COPY aprrec.
008700
008800*****************************************************************
008900*  POSTINGS-BY-TYPE TABLE - COUNT AND AMOUNT PER TRANSACTION
014910 01  WS-REPR-POSTED-COUNT       PIC 9(6)     VALUE 0.
014920 01  WS-REPR-DECL-COUNT         PIC 9(6)     VALUE 0.
015000 01  WS-ALERT-COUNT             PIC 9(6)     VALUE 0.
015050 01  WS-UNAPPROVED-COUNT        PIC 9(6)     VALUE 0.
015100 01  WS-GL-TRL-SEEN-SW          PIC X        VALUE "N".
015200     88  WS-GL-TRL-SEEN                      VALUE "Y".
015300 01  WS-GL-TRAILER-SAVE         PIC X(70)    VALUE SPACES.
016400 01  WS-RPT-LINE                PIC X(100)  VALUE SPACES.
016500 01  WS-R-COUNT                 PIC Z(5)9.
016600 01  WS-R-AMOUNT                PIC Z(8)9.99.
016650 01  WS-R-QUEUED-AMOUNT         PIC Z(6)9.99.
016700
016800 PROCEDURE DIVISION.
016900*****************************************************************
017700     PERFORM 4000-REPORT-DECLINES
017800     PERFORM 5000-REPORT-ALERTS
017900     PERFORM 6000-REPORT-GL-TOTALS
017950     PERFORM 6500-REPORT-UNAPPROVED
018000     PERFORM 9000-TERMINATE
018100     STOP RUN.
018200
047500     END-READ
047600     EXIT.
047700
047701*****************************************************************
047702*  6500-REPORT-UNAPPROVED - EVERY ITEM STILL PENDING ON THE
047703*  MAKER-CHECKER APPROVALS QUEUE AT CUTOVER.  NONE OF THEM HAS
047704*  POSTED OR BEEN APPLIED TO THE MASTER; THE MEETING CHASES A
047705*  CHECKER FOR EACH ONE.  NO QUEUE FILE MEANS NOTHING IS HELD.
047706*****************************************************************
047707 6500-REPORT-UNAPPROVED.
047708     MOVE "AWAITING APPROVAL AT CUTOVER:" TO WS-RPT-LINE
047709     PERFORM 8000-WRITE-REPORT-LINE
047710     OPEN INPUT APPR-QUEUE-FILE
047711     IF WS-APRQ-FILE-STATUS NOT = "00"
047712         MOVE "Y" TO WS-APRQ-EOF-SW
047713     ELSE
047714         MOVE "Y" TO WS-APRQ-OPEN-SW
047715     END-IF
047716     PERFORM 6510-READ-APPROVAL
047717         UNTIL WS-APRQ-EOF
047718     IF WS-APRQ-OPENED
047719         CLOSE APPR-QUEUE-FILE
047720     END-IF
047721     IF WS-UNAPPROVED-COUNT = 0
047722         MOVE "  (NONE)" TO WS-RPT-LINE
047723         PERFORM 8000-WRITE-REPORT-LINE
047724     END-IF
047725     EXIT.
047726
047727 6510-READ-APPROVAL.
047728     READ APPR-QUEUE-FILE
047729         AT END
047730             MOVE "Y" TO WS-APRQ-EOF-SW
047731         NOT AT END
047732             MOVE APPR-QUEUE-RECORD TO APQ-CSV-RECORD
047733             IF AQ-STATUS-PENDING
047734                 ADD 1 TO WS-UNAPPROVED-COUNT
047735                 MOVE AQ-AMOUNT TO WS-R-QUEUED-AMOUNT
047736                 MOVE SPACES TO WS-RPT-LINE
047737                 STRING "  "               DELIMITED BY SIZE
047738                        AQ-ITEM-ID         DELIMITED BY SIZE
047739                        " "                DELIMITED BY SIZE
047740                        AQ-ORIGIN          DELIMITED BY SIZE
047741                        " "                DELIMITED BY SIZE
047742                        AQ-ACCOUNT-ID      DELIMITED BY SIZE
047743                        " "                DELIMITED BY SIZE
047744                        AQ-SUMMARY         DELIMITED BY SIZE
047745                        " "                DELIMITED BY SIZE
047746                        WS-R-QUEUED-AMOUNT DELIMITED BY SIZE
047747                        " BY "             DELIMITED BY SIZE
047748                        AQ-MAKER-ID        DELIMITED BY SIZE
047749                        " ON "             DELIMITED BY SIZE
047750                        AQ-QUEUED-DATE     DELIMITED BY SIZE
047751                     INTO WS-RPT-LINE
047752                 END-STRING
047753                 PERFORM 8000-WRITE-REPORT-LINE
047754             END-IF
047755     END-READ
047756     EXIT.
047757
047800 8000-WRITE-REPORT-LINE.
047900     MOVE WS-RPT-LINE TO REPORT-RECORD
048000     WRITE REPORT-RECORD
049880            WS-DECLINE-COUNT   DELIMITED BY SIZE
049882            ",ALERTS="         DELIMITED BY SIZE
049884            WS-ALERT-COUNT     DELIMITED BY SIZE
049885            ",UNAPPROVED="     DELIMITED BY SIZE
049886            WS-UNAPPROVED-COUNT DELIMITED BY SIZE
049887            ",RC=00"           DELIMITED BY SIZE
049888            ",ENDED="          DELIMITED BY SIZE
049890            WS-SYSTEM-TIME-RL (1:6) DELIMITED BY SIZE
049892         INTO WS-RUN-LOG-LINE
