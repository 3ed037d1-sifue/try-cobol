           IDENTIFICATION DIVISION.
           PROGRAM-ID. ReportDistribution.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DS-CONTROL-FILE ASSIGN TO "RPTDIST.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-DS-CONTROL-STATUS.
               SELECT DS-SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-DS-SOURCE-STATUS.
               SELECT DS-BUNDLE-FILE ASSIGN USING WS-BUNDLE-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-DS-BUNDLE-STATUS.
               SELECT MANIFEST-FILE ASSIGN TO "DIST.MANIFEST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.
               SELECT DS-REPORT-FILE ASSIGN TO "RPTDIST.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-DS-REPORT-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  DS-CONTROL-FILE.
           01  DS-CONTROL-RECORD.
               05 DSC-REPORT-NAME  PIC X(20).
               05 FILLER           PIC X.
               05 DSC-RECIPIENT-ID PIC X(8).
               05 FILLER           PIC X.
               05 DSC-FREQUENCY    PIC X(8).
               05 FILLER           PIC X.
               05 DSC-PRODUCER     PIC X(8).
               05 FILLER           PIC X(33).
           FD  DS-SOURCE-FILE.
           01  DS-SOURCE-LINE      PIC X(80).
           FD  DS-BUNDLE-FILE.
           01  DS-BUNDLE-LINE      PIC X(80).
           FD  MANIFEST-FILE.
           COPY "distmfst.cpy".
           FD  PROCDATE-FILE.
           COPY "procdate.cpy".
           FD  DS-REPORT-FILE.
           01  DS-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-DS-CONTROL-STATUS PIC XX.
              88 WS-DS-CONTROL-OK  VALUE "00".
           01 WS-DS-SOURCE-STATUS  PIC XX.
              88 WS-DS-SOURCE-OK   VALUE "00".
           01 WS-DS-BUNDLE-STATUS  PIC XX.
              88 WS-DS-BUNDLE-OK   VALUE "00".
           01 WS-MANIFEST-STATUS   PIC XX.
              88 WS-MANIFEST-OK    VALUE "00".
              88 WS-MANIFEST-EOF   VALUE "10".
           01 WS-PROCDATE-STATUS   PIC XX.
              88 WS-PROCDATE-OK    VALUE "00".
           01 WS-DS-REPORT-STATUS  PIC XX.
              88 WS-DS-REPORT-OK   VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
              88 WS-AUDIT-EOF      VALUE "10".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-SEVERITY     PIC X(6).
           01 WS-EXLG-MESSAGE      PIC X(60).
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-CTLTOT-STATUS     PIC XX.
              88 WS-CTLTOT-OK      VALUE "00".
           01 WS-CT-PROGRAM        PIC X(8).
           01 WS-CT-NAME           PIC X(16).
           01 WS-CT-VALUE          BINARY-LONG.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-SRC-EOF-FLAG      PIC X.
              88 WS-SRC-EOF        VALUE "Y".
           01 WS-CONTROL-FLAG      PIC X VALUE "N".
              88 WS-CONTROL-PRESENT VALUE "Y".
           01 WS-RUN-DATE          PIC X(8).
           01 WS-PROC-DATE-NUM     PIC 9(8) VALUE 0.
           01 WS-DAY-TYPE          PIC X(8) VALUE "BUSINESS".
              88 WS-BUSINESS-DAY   VALUE "BUSINESS".
           01 WS-MONTH-END-FLAG    PIC X VALUE "N".
              88 WS-MONTH-END      VALUE "Y".
           01 WS-DUE-FLAG          PIC X.
              88 WS-ROUTE-DUE      VALUE "Y".
              88 WS-FREQ-UNKNOWN   VALUE "X".
           01 WS-PAGE-LENGTH       BINARY-LONG VALUE 60.
           01 WS-SOURCE-NAME       PIC X(40).
           01 WS-BUNDLE-NAME       PIC X(40).
           01 WS-CONTROL-ROW       BINARY-LONG VALUE 0.
           01 WS-CONTROL-ROW-EDIT  PIC ZZZ9.
           01 WS-CYCLE-EDIT        PIC ZZZZZZZZ9.
           01 WS-NONBLANK-COUNT    BINARY-LONG.
           01 WS-ALOG-SAVE         PIC X(108).
           01 WS-ROUTE-COUNT       BINARY-LONG VALUE 0.
           01 WS-ROUTE-IDX         BINARY-LONG.
           01 WS-KEEP-COUNT        BINARY-LONG.
           01 WS-RCP-ROUTE-COUNT   BINARY-LONG.
           01 WS-ROUTE-TABLE.
              05 WS-ROUTE-ENTRY OCCURS 200 TIMES.
                 10 WS-RT-RECIPIENT-ID PIC X(8).
                 10 WS-RT-FREQUENCY    PIC X(8).
                 10 WS-RT-RPT-IDX      BINARY-LONG.
                 10 WS-RT-LAST-DIST    PIC X(16).
           01 WS-RPT-COUNT         BINARY-LONG VALUE 0.
           01 WS-RPT-IDX           BINARY-LONG.
           01 WS-RPT-FOUND-IDX     BINARY-LONG.
           01 WS-RPT-TABLE.
              05 WS-RPT-ENTRY OCCURS 50 TIMES.
                 10 WS-RP-NAME         PIC X(20).
                 10 WS-RP-PRODUCER     PIC X(8).
                 10 WS-RP-STATUS       PIC X(8).
                    88 WS-RP-SENT      VALUE "SENT".
                 10 WS-RP-LINES        BINARY-LONG.
                 10 WS-RP-PAGES        BINARY-LONG.
                 10 WS-RP-PRODUCED-FLAG PIC X.
                    88 WS-RP-PRODUCED  VALUE "Y".
                 10 WS-RP-LAST-STATUS  PIC X(8).
                 10 WS-RP-LAST-TS      PIC X(16).
                 10 WS-RP-DEMAND-FLAG  PIC X.
                    88 WS-RP-DEMAND    VALUE "Y".
                 10 WS-RP-ROUTED-FLAG  PIC X.
                    88 WS-RP-ROUTED    VALUE "Y".
           01 WS-RCP-COUNT         BINARY-LONG VALUE 0.
           01 WS-RCP-IDX           BINARY-LONG.
           01 WS-RCP-FOUND-IDX     BINARY-LONG.
           01 WS-RCP-TABLE.
              05 WS-RCP-ID         PIC X(8) OCCURS 50 TIMES.
           01 WS-ROWS-READ         BINARY-LONG VALUE 0.
           01 WS-NOT-DUE-COUNT     BINARY-LONG VALUE 0.
           01 WS-REJECT-COUNT      BINARY-LONG VALUE 0.
           01 WS-BUNDLE-COUNT      BINARY-LONG VALUE 0.
           01 WS-BUNDLE-FAIL-COUNT BINARY-LONG VALUE 0.
           01 WS-SENT-COUNT        BINARY-LONG VALUE 0.
           01 WS-FLAGGED-COUNT     BINARY-LONG VALUE 0.
           01 WS-RPT-FLAGGED-COUNT BINARY-LONG VALUE 0.
           01 WS-CV-REPORTS        BINARY-LONG.
           01 WS-CV-SENT           BINARY-LONG.
           01 WS-CV-FLAGGED        BINARY-LONG.
           01 WS-CV-PAGES          BINARY-LONG.
           01 WS-CV-LINES          BINARY-LONG.
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "REPORT DISTRIBUTION".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-DAY-LINE.
              05 FILLER            PIC X(10) VALUE "DAY TYPE: ".
              05 WS-DL-DAY-TYPE    PIC X(8).
              05 FILLER            PIC X(13) VALUE "  MONTH-END: ".
              05 WS-DL-MONTH-END   PIC X.
           01 WS-NO-CONTROL-LINE.
              05 FILLER            PIC X(60) VALUE
                 "RPTDIST.CONTROL NOT PRESENT - NOTHING DISTRIBUTED".
           01 WS-COLUMN-LINE.
              05 FILLER            PIC X(10) VALUE "RECIPIENT".
              05 FILLER            PIC X(22) VALUE "REPORT".
              05 FILLER            PIC X(10) VALUE "STATUS".
              05 FILLER            PIC X(7)  VALUE "  PAGES".
              05 FILLER            PIC X(11) VALUE "      LINES".
           01 WS-ROUTE-LINE.
              05 WS-RL-RECIPIENT   PIC X(8).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-RL-REPORT      PIC X(20).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-RL-STATUS      PIC X(8).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-RL-PAGES       PIC ZZZZ9.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-RL-LINES       PIC ZZZZZZZZ9.
           01 WS-REJECT-LINE.
              05 FILLER            PIC X(16) VALUE "CONTROL ROW".
              05 WS-RJ-ROW         PIC ZZZ9.
              05 FILLER            PIC X(3)  VALUE " - ".
              05 WS-RJ-REASON      PIC X(50).
           01 WS-FLAG-LINE.
              05 FILLER            PIC X(16) VALUE "FLAGGED REPORT".
              05 WS-FL-REPORT      PIC X(20).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-FL-STATUS      PIC X(8).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-FL-TEXT        PIC X(30).
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(12) VALUE "ROWS READ: ".
              05 WS-CL-READ        PIC ZZZ9.
              05 FILLER            PIC X(8)  VALUE "  DUE: ".
              05 WS-CL-DUE         PIC ZZZ9.
              05 FILLER            PIC X(12) VALUE "  NOT DUE: ".
              05 WS-CL-NOT-DUE     PIC ZZZ9.
              05 FILLER            PIC X(13) VALUE "  REJECTED: ".
              05 WS-CL-REJECT      PIC ZZZ9.
           01 WS-SENT-LINE.
              05 FILLER            PIC X(12) VALUE "BUNDLES: ".
              05 WS-SL-BUNDLES     PIC ZZZ9.
              05 FILLER            PIC X(9)  VALUE "  SENT: ".
              05 WS-SL-SENT        PIC ZZZ9.
              05 FILLER            PIC X(12) VALUE "  FLAGGED: ".
              05 WS-SL-FLAGGED     PIC ZZZ9.
              05 FILLER            PIC X(19)
                 VALUE "  REPORTS FLAGGED: ".
              05 WS-SL-RPT-FLAGGED PIC ZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(28)
                 VALUE "END OF REPORT DISTRIBUTION".
           01 WS-CV-TITLE-LINE.
              05 FILLER            PIC X(40)
                 VALUE "REPORT DISTRIBUTION COVER SHEET".
           01 WS-CV-RECIPIENT-LINE.
              05 FILLER            PIC X(17) VALUE "RECIPIENT:".
              05 WS-CR-RECIPIENT   PIC X(8).
           01 WS-CV-CYCLE-LINE.
              05 FILLER            PIC X(17) VALUE "CYCLE:".
              05 WS-CC-CYCLE       PIC ZZZZZZZZ9.
           01 WS-CV-DATE-LINE.
              05 FILLER            PIC X(17) VALUE "PROCESSING DATE:".
              05 WS-CD-DATE        PIC X(10).
              05 FILLER            PIC X(12) VALUE "  DAY TYPE: ".
              05 WS-CD-DAY-TYPE    PIC X(8).
           01 WS-CV-COLUMN-LINE.
              05 FILLER            PIC X(22) VALUE "REPORT".
              05 FILLER            PIC X(10) VALUE "STATUS".
              05 FILLER            PIC X(7)  VALUE "  PAGES".
              05 FILLER            PIC X(11) VALUE "      LINES".
           01 WS-CV-REPORT-LINE.
              05 WS-CV-NAME        PIC X(20).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-CV-STATUS      PIC X(8).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-CV-RPT-PAGES   PIC ZZZZ9.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-CV-RPT-LINES   PIC ZZZZZZZZ9.
           01 WS-CV-TOTAL-LINE.
              05 FILLER            PIC X(9)  VALUE "REPORTS: ".
              05 WS-CVT-REPORTS    PIC ZZ9.
              05 FILLER            PIC X(8)  VALUE "  SENT: ".
              05 WS-CVT-SENT       PIC ZZ9.
              05 FILLER            PIC X(11) VALUE "  FLAGGED: ".
              05 WS-CVT-FLAGGED    PIC ZZ9.
              05 FILLER            PIC X(9)  VALUE "  PAGES: ".
              05 WS-CVT-PAGES      PIC ZZZZ9.
              05 FILLER            PIC X(9)  VALUE "  LINES: ".
              05 WS-CVT-LINES      PIC ZZZZZZZZ9.
           01 WS-CV-END-LINE.
              05 FILLER            PIC X(20)
                 VALUE "END OF COVER SHEET".
           01 WS-BEGIN-LINE.
              05 FILLER            PIC X(10) VALUE "*** BEGIN ".
              05 WS-BG-REPORT      PIC X(20).
              05 FILLER            PIC X(8)  VALUE "  PAGES ".
              05 WS-BG-PAGES       PIC ZZZZ9.
              05 FILLER            PIC X(8)  VALUE "  LINES ".
              05 WS-BG-LINES       PIC ZZZZZZZZ9.
              05 FILLER            PIC X(4)  VALUE " ***".
           01 WS-END-LINE.
              05 FILLER            PIC X(10) VALUE "*** END   ".
              05 WS-EN-REPORT      PIC X(20).
              05 FILLER            PIC X(4)  VALUE " ***".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               IF WS-CONTROL-PRESENT
                   PERFORM 1100-LOAD-ROUTES
                   PERFORM 2000-CHECK-REPORTS
                   PERFORM 3000-DISTRIBUTE
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE DS-REPORT-FILE
               PERFORM 8700-POST-CONTROL-TOTALS
               MOVE WS-ROUTE-COUNT TO ALOG-INPUT-VALUE
               PERFORM 8500-SET-RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN OUTPUT DS-REPORT-FILE
               IF NOT WS-DS-REPORT-OK
                   DISPLAY "RPTDIST.REPORT could not be opened,"
                       " status " WS-DS-REPORT-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-PROC-DATE-NUM
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               PERFORM 1050-READ-DAY-TYPE
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE WS-CYCLE-NUMBER TO WS-HDR-CYCLE
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-HEADER-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               MOVE WS-DAY-TYPE TO WS-DL-DAY-TYPE
               MOVE WS-MONTH-END-FLAG TO WS-DL-MONTH-END
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-DAY-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               MOVE SPACES TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               OPEN INPUT DS-CONTROL-FILE
               IF NOT WS-DS-CONTROL-OK
                   DISPLAY "RPTDIST.CONTROL not found, no reports"
                       " distributed"
                   MOVE SPACES TO DS-REPORT-LINE
                   MOVE WS-NO-CONTROL-LINE TO DS-REPORT-LINE
                   WRITE DS-REPORT-LINE
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "RPTDIST.CONTROL NOT PRESENT, STATUS "
                           DELIMITED BY SIZE
                       WS-DS-CONTROL-STATUS DELIMITED BY SIZE
                       ", NOTHING SENT" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   SET WS-CONTROL-PRESENT TO TRUE
               END-IF.

           1050-READ-DAY-TYPE.
               OPEN INPUT PROCDATE-FILE
               IF WS-PROCDATE-OK
                   READ PROCDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PD-PROCESSING-DATE = WS-PROC-DATE-NUM
                                   AND PD-DAY-TYPE NOT = SPACES
                               MOVE PD-DAY-TYPE TO WS-DAY-TYPE
                               MOVE PD-MONTH-END-FLAG
                                   TO WS-MONTH-END-FLAG
                           END-IF
                   END-READ
                   CLOSE PROCDATE-FILE
               ELSE
                   DISPLAY "PROCDATE.CONTROL not found, treating the"
                       " day as a business day"
               END-IF.

           1100-LOAD-ROUTES.
               PERFORM UNTIL WS-EOF
                   READ DS-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONTROL-ROW
                           IF DSC-REPORT-NAME NOT = SPACES
                                   AND DSC-REPORT-NAME(1:1) NOT = "*"
                               ADD 1 TO WS-ROWS-READ
                               PERFORM 1200-TAKE-ROUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DS-CONTROL-FILE.

           1200-TAKE-ROUTE.
               MOVE "N" TO WS-DUE-FLAG
               EVALUATE DSC-FREQUENCY
                   WHEN SPACES
                   WHEN "DAILY   "
                       SET WS-ROUTE-DUE TO TRUE
                   WHEN "BUSINESS"
                       IF WS-BUSINESS-DAY
                           SET WS-ROUTE-DUE TO TRUE
                       END-IF
                   WHEN "MONTHEND"
                       IF WS-MONTH-END
                           SET WS-ROUTE-DUE TO TRUE
                       END-IF
                   WHEN "NONBUS  "
                       IF NOT WS-BUSINESS-DAY
                           SET WS-ROUTE-DUE TO TRUE
                       END-IF
                   WHEN "DEMAND  "
                       SET WS-ROUTE-DUE TO TRUE
                   WHEN OTHER
                       SET WS-FREQ-UNKNOWN TO TRUE
               END-EVALUATE
               IF DSC-FREQUENCY = SPACES
                   MOVE "DAILY" TO DSC-FREQUENCY
               END-IF
               EVALUATE TRUE
                   WHEN DSC-RECIPIENT-ID = SPACES
                       MOVE "NO RECIPIENT GIVEN" TO WS-RJ-REASON
                       PERFORM 1290-REJECT-ROUTE
                   WHEN WS-FREQ-UNKNOWN
                       MOVE SPACES TO WS-RJ-REASON
                       STRING "UNKNOWN FREQUENCY " DELIMITED BY SIZE
                           DSC-FREQUENCY DELIMITED BY SIZE
                           INTO WS-RJ-REASON
                       PERFORM 1290-REJECT-ROUTE
                   WHEN NOT WS-ROUTE-DUE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN WS-ROUTE-COUNT >= 200
                       MOVE "ROUTE TABLE FULL (200)" TO WS-RJ-REASON
                       PERFORM 1290-REJECT-ROUTE
                   WHEN OTHER
                       PERFORM 1210-FIND-REPORT
                       PERFORM 1220-FIND-RECIPIENT
                       IF WS-RPT-FOUND-IDX = 0
                           MOVE "REPORT TABLE FULL (50)"
                               TO WS-RJ-REASON
                           PERFORM 1290-REJECT-ROUTE
                       ELSE
                           IF WS-RCP-FOUND-IDX = 0
                               MOVE "RECIPIENT TABLE FULL (50)"
                                   TO WS-RJ-REASON
                               PERFORM 1290-REJECT-ROUTE
                           ELSE
                               ADD 1 TO WS-ROUTE-COUNT
                               MOVE DSC-RECIPIENT-ID
                                   TO WS-RT-RECIPIENT-ID(WS-ROUTE-COUNT)
                               MOVE DSC-FREQUENCY
                                   TO WS-RT-FREQUENCY(WS-ROUTE-COUNT)
                               MOVE WS-RPT-FOUND-IDX
                                   TO WS-RT-RPT-IDX(WS-ROUTE-COUNT)
                               MOVE SPACES
                                   TO WS-RT-LAST-DIST(WS-ROUTE-COUNT)
                               IF DSC-FREQUENCY = "DEMAND"
                                   SET WS-RP-DEMAND(WS-RPT-FOUND-IDX)
                                       TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE.

           1210-FIND-REPORT.
               MOVE 0 TO WS-RPT-FOUND-IDX
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
                   IF WS-RP-NAME(WS-RPT-IDX) = DSC-REPORT-NAME
                       MOVE WS-RPT-IDX TO WS-RPT-FOUND-IDX
                       MOVE WS-RPT-COUNT TO WS-RPT-IDX
                   END-IF
               END-PERFORM
               IF WS-RPT-FOUND-IDX = 0 AND WS-RPT-COUNT < 50
                   ADD 1 TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT TO WS-RPT-FOUND-IDX
                   MOVE DSC-REPORT-NAME TO WS-RP-NAME(WS-RPT-COUNT)
                   MOVE SPACES TO WS-RP-PRODUCER(WS-RPT-COUNT)
                   MOVE SPACES TO WS-RP-STATUS(WS-RPT-COUNT)
                   MOVE 0 TO WS-RP-LINES(WS-RPT-COUNT)
                   MOVE 0 TO WS-RP-PAGES(WS-RPT-COUNT)
                   MOVE "N" TO WS-RP-PRODUCED-FLAG(WS-RPT-COUNT)
                   MOVE SPACES TO WS-RP-LAST-STATUS(WS-RPT-COUNT)
                   MOVE SPACES TO WS-RP-LAST-TS(WS-RPT-COUNT)
                   MOVE "N" TO WS-RP-DEMAND-FLAG(WS-RPT-COUNT)
                   MOVE "N" TO WS-RP-ROUTED-FLAG(WS-RPT-COUNT)
               END-IF
               IF WS-RPT-FOUND-IDX > 0
                   IF WS-RP-PRODUCER(WS-RPT-FOUND-IDX) = SPACES
                       MOVE DSC-PRODUCER
                           TO WS-RP-PRODUCER(WS-RPT-FOUND-IDX)
                   END-IF
               END-IF.

           1220-FIND-RECIPIENT.
               MOVE 0 TO WS-RCP-FOUND-IDX
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-COUNT
                   IF WS-RCP-ID(WS-RCP-IDX) = DSC-RECIPIENT-ID
                       MOVE WS-RCP-IDX TO WS-RCP-FOUND-IDX
                       MOVE WS-RCP-COUNT TO WS-RCP-IDX
                   END-IF
               END-PERFORM
               IF WS-RCP-FOUND-IDX = 0 AND WS-RCP-COUNT < 50
                   ADD 1 TO WS-RCP-COUNT
                   MOVE WS-RCP-COUNT TO WS-RCP-FOUND-IDX
                   MOVE DSC-RECIPIENT-ID TO WS-RCP-ID(WS-RCP-COUNT)
               END-IF.

           1290-REJECT-ROUTE.
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-CONTROL-ROW TO WS-RJ-ROW
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-REJECT-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               MOVE WS-CONTROL-ROW TO WS-CONTROL-ROW-EDIT
               MOVE "WARN" TO WS-EXLG-SEVERITY
               MOVE SPACES TO WS-EXLG-MESSAGE
               STRING "RPTDIST.CONTROL ROW " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONTROL-ROW-EDIT) DELIMITED BY SIZE
                   " IGNORED, " DELIMITED BY SIZE
                   WS-RJ-REASON DELIMITED BY SIZE
                   INTO WS-EXLG-MESSAGE
               PERFORM 9600-WRITE-EXCEPTION.

           2000-CHECK-REPORTS.
               PERFORM 2100-SCAN-AUDIT-LOG
               PERFORM 2150-SCAN-MANIFEST
               PERFORM 2160-HOLD-DEMAND-ROUTES
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
                   IF WS-RP-ROUTED(WS-RPT-IDX)
                       PERFORM 2200-MEASURE-REPORT
                   END-IF
               END-PERFORM
               IF WS-RPT-FLAGGED-COUNT > 0
                   MOVE SPACES TO DS-REPORT-LINE
                   WRITE DS-REPORT-LINE
               END-IF
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-COLUMN-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE.

           2100-SCAN-AUDIT-LOG.
               MOVE AUDIT-LOG-RECORD TO WS-ALOG-SAVE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDIT-OK
                   PERFORM UNTIL WS-AUDIT-EOF
                       READ AUDIT-LOG-FILE
                           AT END
                               SET WS-AUDIT-EOF TO TRUE
                           NOT AT END
                               IF ALOG-COMPLETION-STATUS
                                       NOT = "DENIED"
                                   PERFORM 2110-MATCH-PRODUCER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
               MOVE WS-ALOG-SAVE TO AUDIT-LOG-RECORD.

           2110-MATCH-PRODUCER.
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
                   IF WS-RP-PRODUCER(WS-RPT-IDX) = ALOG-PROGRAM-NAME
                           AND (WS-RP-DEMAND(WS-RPT-IDX)
                               OR ALOG-CYCLE-NUMBER = WS-CYCLE-NUMBER)
                       MOVE ALOG-COMPLETION-STATUS
                           TO WS-RP-LAST-STATUS(WS-RPT-IDX)
                       MOVE ALOG-END-TIMESTAMP(1:16)
                           TO WS-RP-LAST-TS(WS-RPT-IDX)
                       IF ALOG-COMPLETION-STATUS = "SUCCESS"
                           SET WS-RP-PRODUCED(WS-RPT-IDX) TO TRUE
                       ELSE
                           MOVE "N" TO WS-RP-PRODUCED-FLAG(WS-RPT-IDX)
                       END-IF
                   END-IF
               END-PERFORM.

           2150-SCAN-MANIFEST.
               OPEN INPUT MANIFEST-FILE
               IF WS-MANIFEST-OK
                   PERFORM UNTIL WS-MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END
                               SET WS-MANIFEST-EOF TO TRUE
                           NOT AT END
                               PERFORM 2155-MATCH-MANIFEST-ROW
                       END-READ
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               END-IF.

           2155-MATCH-MANIFEST-ROW.
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   MOVE WS-RT-RPT-IDX(WS-ROUTE-IDX) TO WS-RPT-IDX
                   IF WS-RT-FREQUENCY(WS-ROUTE-IDX) = "DEMAND"
                           AND WS-RT-RECIPIENT-ID(WS-ROUTE-IDX)
                               = DM-RECIPIENT-ID
                           AND WS-RP-NAME(WS-RPT-IDX) = DM-REPORT-NAME
                           AND DM-TIMESTAMP(1:16)
                               > WS-RT-LAST-DIST(WS-ROUTE-IDX)
                       MOVE DM-TIMESTAMP(1:16)
                           TO WS-RT-LAST-DIST(WS-ROUTE-IDX)
                   END-IF
               END-PERFORM.

           2160-HOLD-DEMAND-ROUTES.
               MOVE 0 TO WS-KEEP-COUNT
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   MOVE WS-RT-RPT-IDX(WS-ROUTE-IDX) TO WS-RPT-IDX
                   IF WS-RT-FREQUENCY(WS-ROUTE-IDX) = "DEMAND"
                           AND (WS-RP-LAST-TS(WS-RPT-IDX) = SPACES
                               OR WS-RP-LAST-TS(WS-RPT-IDX)
                                   NOT > WS-RT-LAST-DIST(WS-ROUTE-IDX))
                       ADD 1 TO WS-NOT-DUE-COUNT
                   ELSE
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE WS-ROUTE-ENTRY(WS-ROUTE-IDX)
                           TO WS-ROUTE-ENTRY(WS-KEEP-COUNT)
                       SET WS-RP-ROUTED(WS-RPT-IDX) TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-KEEP-COUNT TO WS-ROUTE-COUNT.

           2200-MEASURE-REPORT.
               MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-SOURCE-NAME
               MOVE 0 TO WS-NONBLANK-COUNT
               OPEN INPUT DS-SOURCE-FILE
               IF NOT WS-DS-SOURCE-OK
                   MOVE "MISSING" TO WS-RP-STATUS(WS-RPT-IDX)
                   MOVE "NOT FOUND THIS CYCLE" TO WS-FL-TEXT
               ELSE
                   MOVE "N" TO WS-SRC-EOF-FLAG
                   PERFORM UNTIL WS-SRC-EOF
                       READ DS-SOURCE-FILE
                           AT END
                               SET WS-SRC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RP-LINES(WS-RPT-IDX)
                               IF DS-SOURCE-LINE NOT = SPACES
                                   ADD 1 TO WS-NONBLANK-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DS-SOURCE-FILE
                   COMPUTE WS-RP-PAGES(WS-RPT-IDX) =
                       (WS-RP-LINES(WS-RPT-IDX) + WS-PAGE-LENGTH - 1)
                           / WS-PAGE-LENGTH
                   EVALUATE TRUE
                       WHEN WS-NONBLANK-COUNT = 0
                           MOVE "EMPTY" TO WS-RP-STATUS(WS-RPT-IDX)
                           MOVE "NO REPORT LINES" TO WS-FL-TEXT
                       WHEN WS-RP-PRODUCER(WS-RPT-IDX) NOT = SPACES
                               AND NOT WS-RP-PRODUCED(WS-RPT-IDX)
                           MOVE "STALE" TO WS-RP-STATUS(WS-RPT-IDX)
                           MOVE SPACES TO WS-FL-TEXT
                           IF WS-RP-DEMAND(WS-RPT-IDX)
                               STRING WS-RP-PRODUCER(WS-RPT-IDX)
                                       DELIMITED BY SPACE
                                   " LAST RUN " DELIMITED BY SIZE
                                   WS-RP-LAST-STATUS(WS-RPT-IDX)
                                       DELIMITED BY SPACE
                                   INTO WS-FL-TEXT
                           ELSE
                               STRING WS-RP-PRODUCER(WS-RPT-IDX)
                                       DELIMITED BY SPACE
                                   " NO SUCCESS THIS CYCLE"
                                       DELIMITED BY SIZE
                                   INTO WS-FL-TEXT
                           END-IF
                       WHEN OTHER
                           MOVE "SENT" TO WS-RP-STATUS(WS-RPT-IDX)
                   END-EVALUATE
               END-IF
               IF NOT WS-RP-SENT(WS-RPT-IDX)
                   ADD 1 TO WS-RPT-FLAGGED-COUNT
                   MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-FL-REPORT
                   MOVE WS-RP-STATUS(WS-RPT-IDX) TO WS-FL-STATUS
                   MOVE SPACES TO DS-REPORT-LINE
                   MOVE WS-FLAG-LINE TO DS-REPORT-LINE
                   WRITE DS-REPORT-LINE
                   MOVE WS-CYCLE-NUMBER TO WS-CYCLE-EDIT
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-RP-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-RP-STATUS(WS-RPT-IDX) DELIMITED BY SPACE
                       " FOR CYCLE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CYCLE-EDIT) DELIMITED BY SIZE
                       ", NOT SENT" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           3000-DISTRIBUTE.
               IF WS-ROUTE-COUNT > 0
                   OPEN EXTEND MANIFEST-FILE
                   IF WS-MANIFEST-STATUS = "35"
                       OPEN OUTPUT MANIFEST-FILE
                   END-IF
                   IF NOT WS-MANIFEST-OK
                       DISPLAY "DIST.MANIFEST could not be opened,"
                           " status " WS-MANIFEST-STATUS
                       MOVE "SEVERE" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "DIST.MANIFEST OPEN FAILED, STATUS "
                               DELIMITED BY SIZE
                           WS-MANIFEST-STATUS DELIMITED BY SIZE
                           ", NOTHING SENT" DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                               UNTIL WS-RCP-IDX > WS-RCP-COUNT
                           PERFORM 3050-COUNT-RECIPIENT-ROUTES
                           IF WS-RCP-ROUTE-COUNT > 0
                               PERFORM 3100-BUILD-BUNDLE
                           END-IF
                       END-PERFORM
                       CLOSE MANIFEST-FILE
                   END-IF
               END-IF.

           3050-COUNT-RECIPIENT-ROUTES.
               MOVE 0 TO WS-RCP-ROUTE-COUNT
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   IF WS-RT-RECIPIENT-ID(WS-ROUTE-IDX)
                           = WS-RCP-ID(WS-RCP-IDX)
                       ADD 1 TO WS-RCP-ROUTE-COUNT
                   END-IF
               END-PERFORM.

           3100-BUILD-BUNDLE.
               MOVE SPACES TO WS-BUNDLE-NAME
               STRING WS-RCP-ID(WS-RCP-IDX) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-CYCLE-NUMBER DELIMITED BY SIZE
                   ".BUNDLE" DELIMITED BY SIZE
                   INTO WS-BUNDLE-NAME
               OPEN OUTPUT DS-BUNDLE-FILE
               IF NOT WS-DS-BUNDLE-OK
                   ADD 1 TO WS-BUNDLE-FAIL-COUNT
                   DISPLAY FUNCTION TRIM(WS-BUNDLE-NAME)
                       " could not be opened, status "
                       WS-DS-BUNDLE-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-BUNDLE-NAME DELIMITED BY SPACE
                       " OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-DS-BUNDLE-STATUS DELIMITED BY SIZE
                       ", NOT SENT" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-BUNDLE-COUNT
                   PERFORM 3200-WRITE-COVER-SHEET
                   PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                           UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                       IF WS-RT-RECIPIENT-ID(WS-ROUTE-IDX)
                               = WS-RCP-ID(WS-RCP-IDX)
                           MOVE WS-RT-RPT-IDX(WS-ROUTE-IDX)
                               TO WS-RPT-IDX
                           IF WS-RP-SENT(WS-RPT-IDX)
                               PERFORM 3300-APPEND-REPORT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE DS-BUNDLE-FILE
               END-IF.

           3200-WRITE-COVER-SHEET.
               MOVE 0 TO WS-CV-REPORTS
               MOVE 0 TO WS-CV-SENT
               MOVE 0 TO WS-CV-FLAGGED
               MOVE 0 TO WS-CV-PAGES
               MOVE 0 TO WS-CV-LINES
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-TITLE-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE SPACES TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE WS-RCP-ID(WS-RCP-IDX) TO WS-CR-RECIPIENT
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-RECIPIENT-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE WS-CYCLE-NUMBER TO WS-CC-CYCLE
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-CYCLE-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE WS-RUN-DATE-EDIT TO WS-CD-DATE
               MOVE WS-DAY-TYPE TO WS-CD-DAY-TYPE
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-DATE-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE SPACES TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-COLUMN-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   IF WS-RT-RECIPIENT-ID(WS-ROUTE-IDX)
                           = WS-RCP-ID(WS-RCP-IDX)
                       PERFORM 3210-COVER-ONE-REPORT
                   END-IF
               END-PERFORM
               MOVE SPACES TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE WS-CV-REPORTS TO WS-CVT-REPORTS
               MOVE WS-CV-SENT TO WS-CVT-SENT
               MOVE WS-CV-FLAGGED TO WS-CVT-FLAGGED
               MOVE WS-CV-PAGES TO WS-CVT-PAGES
               MOVE WS-CV-LINES TO WS-CVT-LINES
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-TOTAL-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-END-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE.

           3210-COVER-ONE-REPORT.
               MOVE WS-RT-RPT-IDX(WS-ROUTE-IDX) TO WS-RPT-IDX
               ADD 1 TO WS-CV-REPORTS
               MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-CV-NAME
               MOVE WS-RP-STATUS(WS-RPT-IDX) TO WS-CV-STATUS
               MOVE WS-RP-PAGES(WS-RPT-IDX) TO WS-CV-RPT-PAGES
               MOVE WS-RP-LINES(WS-RPT-IDX) TO WS-CV-RPT-LINES
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-CV-REPORT-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               IF WS-RP-SENT(WS-RPT-IDX)
                   ADD 1 TO WS-CV-SENT
                   ADD 1 TO WS-SENT-COUNT
                   ADD WS-RP-PAGES(WS-RPT-IDX) TO WS-CV-PAGES
                   ADD WS-RP-LINES(WS-RPT-IDX) TO WS-CV-LINES
               ELSE
                   ADD 1 TO WS-CV-FLAGGED
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               MOVE WS-CYCLE-NUMBER TO DM-CYCLE-NUMBER
               MOVE WS-PROC-DATE-NUM TO DM-PROC-DATE
               MOVE WS-RCP-ID(WS-RCP-IDX) TO DM-RECIPIENT-ID
               MOVE WS-RP-NAME(WS-RPT-IDX) TO DM-REPORT-NAME
               MOVE WS-RT-FREQUENCY(WS-ROUTE-IDX) TO DM-FREQUENCY
               MOVE WS-RP-STATUS(WS-RPT-IDX) TO DM-STATUS
               MOVE WS-RP-PAGES(WS-RPT-IDX) TO DM-PAGES
               MOVE WS-RP-LINES(WS-RPT-IDX) TO DM-LINES
               MOVE WS-BUNDLE-NAME TO DM-BUNDLE-NAME
               MOVE ALOG-OPERATOR-ID TO DM-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO DM-TIMESTAMP
               WRITE DIST-MANIFEST-RECORD
               MOVE WS-RCP-ID(WS-RCP-IDX) TO WS-RL-RECIPIENT
               MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-RL-REPORT
               MOVE WS-RP-STATUS(WS-RPT-IDX) TO WS-RL-STATUS
               MOVE WS-RP-PAGES(WS-RPT-IDX) TO WS-RL-PAGES
               MOVE WS-RP-LINES(WS-RPT-IDX) TO WS-RL-LINES
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-ROUTE-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE.

           3300-APPEND-REPORT.
               MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-BG-REPORT
               MOVE WS-RP-PAGES(WS-RPT-IDX) TO WS-BG-PAGES
               MOVE WS-RP-LINES(WS-RPT-IDX) TO WS-BG-LINES
               MOVE SPACES TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-BEGIN-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE
               MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-SOURCE-NAME
               OPEN INPUT DS-SOURCE-FILE
               IF WS-DS-SOURCE-OK
                   MOVE "N" TO WS-SRC-EOF-FLAG
                   PERFORM UNTIL WS-SRC-EOF
                       READ DS-SOURCE-FILE
                           AT END
                               SET WS-SRC-EOF TO TRUE
                           NOT AT END
                               MOVE DS-SOURCE-LINE TO DS-BUNDLE-LINE
                               WRITE DS-BUNDLE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE DS-SOURCE-FILE
               END-IF
               MOVE WS-RP-NAME(WS-RPT-IDX) TO WS-EN-REPORT
               MOVE SPACES TO DS-BUNDLE-LINE
               MOVE WS-END-LINE TO DS-BUNDLE-LINE
               WRITE DS-BUNDLE-LINE.

           8000-WRITE-TOTALS.
               MOVE SPACES TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               MOVE WS-ROWS-READ TO WS-CL-READ
               MOVE WS-ROUTE-COUNT TO WS-CL-DUE
               MOVE WS-NOT-DUE-COUNT TO WS-CL-NOT-DUE
               MOVE WS-REJECT-COUNT TO WS-CL-REJECT
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-COUNT-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               MOVE WS-BUNDLE-COUNT TO WS-SL-BUNDLES
               MOVE WS-SENT-COUNT TO WS-SL-SENT
               MOVE WS-FLAGGED-COUNT TO WS-SL-FLAGGED
               MOVE WS-RPT-FLAGGED-COUNT TO WS-SL-RPT-FLAGGED
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-SENT-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE
               MOVE SPACES TO DS-REPORT-LINE
               MOVE WS-TRAILER-LINE TO DS-REPORT-LINE
               WRITE DS-REPORT-LINE.

           8500-SET-RETURN-CODE.
               EVALUATE TRUE
                   WHEN RETURN-CODE >= 16
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   WHEN WS-BUNDLE-FAIL-COUNT > 0
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT WS-CONTROL-PRESENT
                   WHEN WS-RPT-FLAGGED-COUNT > 0
                   WHEN WS-REJECT-COUNT > 0
                       MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               END-EVALUATE.

           8700-POST-CONTROL-TOTALS.
               IF WS-CONTROL-PRESENT
                   OPEN EXTEND CTLTOT-FILE
                   IF WS-CTLTOT-STATUS = "35"
                       OPEN OUTPUT CTLTOT-FILE
                   END-IF
                   IF NOT WS-CTLTOT-OK
                       DISPLAY "CONTROL.TOTALS could not be opened,"
                           " status " WS-CTLTOT-STATUS
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "CONTROL.TOTALS OPEN FAILED, STATUS "
                               DELIMITED BY SIZE
                           WS-CTLTOT-STATUS DELIMITED BY SIZE
                           ", TOTALS NOT POSTED" DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   ELSE
                       MOVE ALOG-PROGRAM-NAME TO WS-CT-PROGRAM
                       MOVE "DIST-ROUTES-DUE" TO WS-CT-NAME
                       MOVE WS-ROUTE-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "DIST-BUNDLES" TO WS-CT-NAME
                       MOVE WS-BUNDLE-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "DIST-SENT" TO WS-CT-NAME
                       MOVE WS-SENT-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "DIST-FLAGGED" TO WS-CT-NAME
                       MOVE WS-FLAGGED-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       CLOSE CTLTOT-FILE
                   END-IF
               END-IF.

           8750-WRITE-CONTROL-TOTAL.
               MOVE WS-CYCLE-NUMBER TO CT-CYCLE-NUMBER
               MOVE WS-CT-PROGRAM TO CT-PROGRAM-NAME
               MOVE WS-CT-NAME TO CT-TOTAL-NAME
               MOVE WS-CT-VALUE TO CT-TOTAL-VALUE
               MOVE FUNCTION CURRENT-DATE TO CT-TIMESTAMP
               WRITE CTLTOT-RECORD.

           9000-WRITE-AUDIT-LOG.
               MOVE FUNCTION CURRENT-DATE TO ALOG-END-TIMESTAMP
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   DISPLAY "AUDIT.LOG could not be opened, status "
                       WS-AUDIT-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "AUDIT.LOG OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-AUDIT-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   WRITE AUDIT-LOG-RECORD
                   CLOSE AUDIT-LOG-FILE
               END-IF.

           9500-AUDIT-INIT.
               MOVE "OPERATOR_ID" TO WS-AUDIT-ENV-NAME
               DISPLAY WS-AUDIT-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-AUDIT-ENV-VALUE FROM ENVIRONMENT-VALUE
               MOVE WS-AUDIT-ENV-VALUE TO ALOG-OPERATOR-ID
               IF ALOG-OPERATOR-ID = SPACES
                   MOVE "UNKNOWN" TO ALOG-OPERATOR-ID
               END-IF
               MOVE "JOB_NAME" TO WS-AUDIT-ENV-NAME
               DISPLAY WS-AUDIT-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-AUDIT-ENV-VALUE FROM ENVIRONMENT-VALUE
               MOVE WS-AUDIT-ENV-VALUE TO ALOG-JOB-NAME
               IF ALOG-JOB-NAME = SPACES
                   MOVE "UNKNOWN" TO ALOG-JOB-NAME
               END-IF
               MOVE "RPTDIST" TO ALOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE TO ALOG-START-TIMESTAMP
               MOVE SPACES TO ALOG-SUBMITTER-ID
               MOVE SPACES TO ALOG-APPROVER-ID
               PERFORM 9700-READ-CYCLE.

           9550-CHECK-AUTHORITY.
               CALL "OPRAUTH" USING ALOG-OPERATOR-ID ALOG-PROGRAM-NAME
                   WS-AUTH-CAPABILITY WS-AUTH-FLAG
               IF NOT WS-AUTHORIZED
                   DISPLAY "Operator " ALOG-OPERATOR-ID
                       " is not authorized to run " ALOG-PROGRAM-NAME
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "DENIED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.

           9600-WRITE-EXCEPTION.
               OPEN EXTEND EXCEPT-LOG-FILE
               IF WS-EXCEPT-STATUS = "35"
                   OPEN OUTPUT EXCEPT-LOG-FILE
               END-IF
               IF NOT WS-EXCEPT-OK
                   DISPLAY "EXCEPTIONS.LOG could not be opened,"
                       " status " WS-EXCEPT-STATUS
               ELSE
                   MOVE WS-EXLG-SEVERITY TO EXLG-SEVERITY
                   MOVE ALOG-PROGRAM-NAME TO EXLG-PROGRAM-NAME
                   MOVE FUNCTION CURRENT-DATE TO EXLG-TIMESTAMP
                   MOVE WS-EXLG-MESSAGE TO EXLG-MESSAGE-TEXT
                   WRITE EXCEPTION-LOG-RECORD
                   CLOSE EXCEPT-LOG-FILE
               END-IF.

           9700-READ-CYCLE.
               MOVE 0 TO WS-CYCLE-NUMBER
               OPEN INPUT CYCLE-FILE
               IF WS-CYCLE-OK
                   READ CYCLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CYC-NUMBER IS NUMERIC
                               MOVE CYC-NUMBER TO WS-CYCLE-NUMBER
                           END-IF
                   END-READ
                   CLOSE CYCLE-FILE
               END-IF
               MOVE WS-CYCLE-NUMBER TO ALOG-CYCLE-NUMBER.
