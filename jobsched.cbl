               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.
               SELECT CALENDAR-FILE ASSIGN TO "BUSINESS.CALENDAR"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT COMBPART-FILE ASSIGN TO "COMBPART.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBPART-STATUS.
               SELECT JS-DEFER-FILE ASSIGN TO "JOBSCHED.DEFERRED"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-JS-DEFER-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  JS-CONTROL-FILE.
               05 JS-PROGRAM       PIC X(18).
               05 FILLER           PIC X.
               05 JS-RULE          PIC X(8).
               05 FILLER           PIC X.
               05 JS-SCHEDULE      PIC X(8).
               05 FILLER           PIC X.
               05 JS-OFFDAY        PIC X(8).
               05 FILLER           PIC X.
               05 JS-OPTION        PIC X(9).
                  88 JS-PARTITIONED VALUE "PARTITION".
           FD  JS-STATUS-FILE.
           01  JS-STATUS-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  PROCDATE-FILE.
           COPY "procdate.cpy".
           FD  CALENDAR-FILE.
           COPY "buscal.cpy".
           FD  COMBPART-FILE.
           COPY "combpart.cpy".
           FD  JS-DEFER-FILE.
           01  JS-DEFER-RECORD.
               05 JD-PROGRAM       PIC X(18).
               05 FILLER           PIC X.
               05 JD-PROC-DATE     PIC 9(8).
               05 FILLER           PIC X.
               05 JD-CYCLE-NUMBER  PIC 9(9).
           WORKING-STORAGE SECTION.
           01 WS-JS-CONTROL-STATUS PIC XX.
              88 WS-JS-CONTROL-OK  VALUE "00".
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9) VALUE 0.
           01 WS-PROCDATE-STATUS   PIC XX.
              88 WS-PROCDATE-OK    VALUE "00".
           01 WS-CALENDAR-STATUS   PIC XX.
              88 WS-CALENDAR-OK    VALUE "00".
              88 WS-CALENDAR-EOF   VALUE "10".
           01 WS-JS-DEFER-STATUS   PIC XX.
              88 WS-JS-DEFER-OK    VALUE "00".
              88 WS-JS-DEFER-EOF   VALUE "10".
           01 WS-COMBPART-STATUS   PIC XX.
              88 WS-COMBPART-OK    VALUE "00".
              88 WS-COMBPART-EOF   VALUE "10".
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-STEP-COUNT        BINARY-LONG VALUE 0.
           01 WS-RAN-COUNT         BINARY-LONG VALUE 0.
           01 WS-SKIPPED-COUNT     BINARY-LONG VALUE 0.
           01 WS-FAILED-COUNT      BINARY-LONG VALUE 0.
           01 WS-DEFERRED-COUNT    BINARY-LONG VALUE 0.
           01 WS-STEP-RC           BINARY-LONG.
           01 WS-CALL-NAME         PIC X(18).
           01 WS-PRIOR-FAILED-FLAG PIC X VALUE "N".
              88 WS-STREAM-STOPPED VALUE "Y".
           01 WS-CALL-FAILED-FLAG  PIC X.
              88 WS-CALL-FAILED    VALUE "Y".
           01 WS-PART-ENV-NAME     PIC X(20) VALUE "PARTITION_NUMBER".
           01 WS-PART-ENV-VALUE    PIC X(2).
           01 WS-PART-RC           BINARY-LONG.
           01 WS-PLAN-COUNT        BINARY-LONG.
           01 WS-PLAN-OPEN-COUNT   BINARY-LONG.
           01 WS-PLAN-IDX          BINARY-LONG.
           01 WS-PLAN-TABLE.
              05 WS-PLAN-ROW       PIC X(151) OCCURS 20 TIMES.
           01 WS-RUN-DATE          PIC X(8).
           01 WS-DATE-SOURCE       PIC X(8) VALUE "SYSTEM".
           01 WS-PROC-DATE-NUM     PIC 9(8).
           01 WS-PROC-DATE-INT     BINARY-LONG.
           01 WS-DAY-TYPE          PIC X(8).
              88 WS-BUSINESS-DAY   VALUE "BUSINESS".
           01 WS-MONTH-END-FLAG    PIC X VALUE "N".
              88 WS-MONTH-END      VALUE "Y".
           01 WS-SCAN-DATE         PIC 9(8).
           01 WS-SCAN-INT          BINARY-LONG.
           01 WS-SCAN-TYPE         PIC X(8).
           01 WS-CAL-MONTHEND-DATE PIC 9(8) VALUE 0.
           01 WS-CAL-COUNT         BINARY-LONG VALUE 0.
           01 WS-CAL-IDX           BINARY-LONG.
           01 WS-CAL-TABLE.
              05 WS-CAL-ENTRY OCCURS 500 TIMES.
                 10 WS-CAL-DATE    PIC 9(8).
                 10 WS-CAL-TYPE    PIC X(8).
           01 WS-STEP-DUE-FLAG     PIC X.
              88 WS-STEP-DUE       VALUE "Y".
              88 WS-STEP-DEFERRABLE VALUE "D".
              88 WS-SCHEDULE-UNKNOWN VALUE "X".
           01 WS-DEFER-COUNT       BINARY-LONG VALUE 0.
           01 WS-DEFER-IDX         BINARY-LONG.
           01 WS-DEFER-FOUND-IDX   BINARY-LONG.
           01 WS-DEFER-TABLE.
              05 WS-DEFER-ENTRY OCCURS 100 TIMES.
                 10 WS-DF-PROGRAM    PIC X(18).
                 10 WS-DF-PROC-DATE  PIC 9(8).
                 10 WS-DF-CYCLE      PIC 9(9).
                 10 WS-DF-CLEARED-FLAG PIC X.
                    88 WS-DF-CLEARED VALUE "Y".
           01 WS-DEFER-DATE-EDIT.
              05 WS-DD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-DD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-DD-DD          PIC 9(2).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-HDR-DATE       PIC X(10).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-DAY-LINE.
              05 FILLER            PIC X(10) VALUE "DAY TYPE: ".
              05 WS-DL-DAY-TYPE    PIC X(8).
              05 FILLER            PIC X(13) VALUE "  MONTH-END: ".
              05 WS-DL-MONTH-END   PIC X.
              05 FILLER            PIC X(15) VALUE "  DATE SOURCE: ".
              05 WS-DL-SOURCE      PIC X(8).
           01 WS-CATCH-UP-TEXT.
              05 FILLER            PIC X(27)
                 VALUE "CATCH-UP FOR STEP DEFERRED ".
              05 WS-CU-DATE        PIC X(10).
           01 WS-STEP-LINE.
              05 FILLER            PIC X(5)  VALUE "STEP ".
              05 WS-SL-STEP        PIC ZZZ9.
              05 WS-SL-PROGRAM     PIC X(18).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-SL-DISPOSITION PIC X(40).
           01 WS-PART-TEXT.
              05 FILLER            PIC X(10) VALUE "PARTITION ".
              05 WS-PT-PARTITION   PIC X(2).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-PT-DISPOSITION PIC X(27).
           01 WS-RC-TEXT.
              05 FILLER            PIC X(12) VALUE "RAN, RC = ".
              05 WS-RC-VALUE       PIC ZZZ9.
              05 WS-CL-SKIPPED     PIC ZZZ9.
              05 FILLER            PIC X(10) VALUE "  FAILED: ".
              05 WS-CL-FAILED      PIC ZZZ9.
              05 FILLER            PIC X(12) VALUE "  DEFERRED: ".
              05 WS-CL-DEFERRED    PIC ZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(28)
                 VALUE "END OF JOB STREAM SCHEDULER".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ JS-CONTROL-FILE
                   END-READ
               END-PERFORM
               CLOSE JS-CONTROL-FILE
               PERFORM 8500-SAVE-DEFERRALS
               PERFORM 8000-WRITE-TOTALS
               CLOSE JS-STATUS-FILE
               MOVE WS-STEP-COUNT TO ALOG-INPUT-VALUE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 1300-SET-PROCESSING-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               PERFORM 1400-LOAD-CALENDAR
               PERFORM 1450-CLASSIFY-PROCESSING-DATE
               PERFORM 1500-ASSIGN-CYCLE
               PERFORM 1600-WRITE-PROCESSING-DATE
               PERFORM 1700-LOAD-DEFERRALS
               MOVE WS-CYCLE-NUMBER TO WS-HDR-CYCLE
               MOVE SPACES TO JS-STATUS-LINE
               MOVE WS-HEADER-LINE TO JS-STATUS-LINE
               WRITE JS-STATUS-LINE
               MOVE WS-DAY-TYPE TO WS-DL-DAY-TYPE
               MOVE WS-MONTH-END-FLAG TO WS-DL-MONTH-END
               MOVE WS-DATE-SOURCE TO WS-DL-SOURCE
               MOVE SPACES TO JS-STATUS-LINE
               MOVE WS-DAY-LINE TO JS-STATUS-LINE
               WRITE JS-STATUS-LINE
               MOVE SPACES TO JS-STATUS-LINE
               WRITE JS-STATUS-LINE.

           1300-SET-PROCESSING-DATE.
               MOVE "PROCESSING_DATE" TO WS-AUDIT-ENV-NAME
               DISPLAY WS-AUDIT-ENV-NAME UPON ENVIRONMENT-NAME
               MOVE SPACES TO WS-AUDIT-ENV-VALUE
               ACCEPT WS-AUDIT-ENV-VALUE FROM ENVIRONMENT-VALUE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               IF WS-AUDIT-ENV-VALUE NOT = SPACES
                   IF WS-AUDIT-ENV-VALUE(1:8) IS NUMERIC
                           AND WS-AUDIT-ENV-VALUE(9:1) = SPACE
                           AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION
                               NUMVAL(WS-AUDIT-ENV-VALUE(1:8))) = 0
                       MOVE WS-AUDIT-ENV-VALUE(1:8) TO WS-RUN-DATE
                       MOVE "OVERRIDE" TO WS-DATE-SOURCE
                       DISPLAY "Processing date set to " WS-RUN-DATE
                           " by PROCESSING_DATE"
                   ELSE
                       DISPLAY "PROCESSING_DATE " WS-AUDIT-ENV-VALUE
                           " is not a valid date, system date used"
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "PROCESSING_DATE '" DELIMITED BY SIZE
                           WS-AUDIT-ENV-VALUE DELIMITED BY SPACE
                           "' INVALID, SYSTEM DATE USED"
                               DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   END-IF
               END-IF
               MOVE WS-RUN-DATE TO WS-PROC-DATE-NUM
               COMPUTE WS-PROC-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE-NUM).

           1400-LOAD-CALENDAR.
               MOVE 0 TO WS-CAL-COUNT
               MOVE 0 TO WS-CAL-MONTHEND-DATE
               OPEN INPUT CALENDAR-FILE
               IF NOT WS-CALENDAR-OK
                   DISPLAY "BUSINESS.CALENDAR not found, weekends"
                       " only are non-business days"
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "BUSINESS.CALENDAR OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-CALENDAR-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   PERFORM UNTIL WS-CALENDAR-EOF
                       READ CALENDAR-FILE
                           AT END
                               SET WS-CALENDAR-EOF TO TRUE
                           NOT AT END
                               PERFORM 1410-LOAD-ONE-CALENDAR-DATE
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               END-IF.

           1410-LOAD-ONE-CALENDAR-DATE.
               IF BC-DATE IS NUMERIC
                   IF BC-DAY-TYPE = "MONTHEND"
                       IF BC-DATE(1:6) = WS-RUN-DATE(1:6)
                           MOVE BC-DATE TO WS-CAL-MONTHEND-DATE
                       END-IF
                   ELSE
                       IF WS-CAL-COUNT < 500
                           ADD 1 TO WS-CAL-COUNT
                           MOVE BC-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                           MOVE BC-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
                       END-IF
                   END-IF
               END-IF.

           1450-CLASSIFY-PROCESSING-DATE.
               MOVE WS-PROC-DATE-NUM TO WS-SCAN-DATE
               MOVE WS-PROC-DATE-INT TO WS-SCAN-INT
               PERFORM 1460-CLASSIFY-SCAN-DATE
               MOVE WS-SCAN-TYPE TO WS-DAY-TYPE
               MOVE "N" TO WS-MONTH-END-FLAG
               IF WS-CAL-MONTHEND-DATE > 0
                   IF WS-CAL-MONTHEND-DATE = WS-PROC-DATE-NUM
                       SET WS-MONTH-END TO TRUE
                   END-IF
               ELSE
                   IF WS-BUSINESS-DAY
                       SET WS-MONTH-END TO TRUE
                       COMPUTE WS-SCAN-INT = WS-PROC-DATE-INT + 1
                       COMPUTE WS-SCAN-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
                       PERFORM UNTIL NOT WS-MONTH-END
                               OR WS-SCAN-DATE(1:6)
                                   NOT = WS-RUN-DATE(1:6)
                           PERFORM 1460-CLASSIFY-SCAN-DATE
                           IF WS-SCAN-TYPE = "BUSINESS"
                               MOVE "N" TO WS-MONTH-END-FLAG
                           END-IF
                           ADD 1 TO WS-SCAN-INT
                           COMPUTE WS-SCAN-DATE =
                               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
                       END-PERFORM
                   END-IF
               END-IF.

           1460-CLASSIFY-SCAN-DATE.
               EVALUATE FUNCTION MOD(WS-SCAN-INT 7)
                   WHEN 0
                   WHEN 6
                       MOVE "WEEKEND" TO WS-SCAN-TYPE
                   WHEN OTHER
                       MOVE "BUSINESS" TO WS-SCAN-TYPE
               END-EVALUATE
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-DATE(WS-CAL-IDX) = WS-SCAN-DATE
                           AND WS-CAL-TYPE(WS-CAL-IDX) = "HOLIDAY"
                       MOVE "HOLIDAY" TO WS-SCAN-TYPE
                   END-IF
               END-PERFORM.

           1500-ASSIGN-CYCLE.
               MOVE 0 TO WS-CYCLE-NUMBER
               OPEN INPUT CYCLE-FILE
               END-IF
               MOVE WS-CYCLE-NUMBER TO ALOG-CYCLE-NUMBER.

           1600-WRITE-PROCESSING-DATE.
               OPEN OUTPUT PROCDATE-FILE
               IF WS-PROCDATE-OK
                   MOVE WS-PROC-DATE-NUM TO PD-PROCESSING-DATE
                   MOVE WS-DAY-TYPE TO PD-DAY-TYPE
                   MOVE WS-MONTH-END-FLAG TO PD-MONTH-END-FLAG
                   MOVE WS-CYCLE-NUMBER TO PD-CYCLE-NUMBER
                   MOVE FUNCTION CURRENT-DATE TO PD-SET-TS
                   WRITE PROC-DATE-RECORD
                   CLOSE PROCDATE-FILE
               ELSE
                   DISPLAY "PROCDATE.CONTROL could not be rewritten,"
                       " status " WS-PROCDATE-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "PROCDATE.CONTROL REWRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-PROCDATE-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           1700-LOAD-DEFERRALS.
               MOVE 0 TO WS-DEFER-COUNT
               OPEN INPUT JS-DEFER-FILE
               IF WS-JS-DEFER-OK
                   PERFORM UNTIL WS-JS-DEFER-EOF
                       READ JS-DEFER-FILE
                           AT END
                               SET WS-JS-DEFER-EOF TO TRUE
                           NOT AT END
                               IF WS-DEFER-COUNT < 100
                                   ADD 1 TO WS-DEFER-COUNT
                                   MOVE JD-PROGRAM TO
                                       WS-DF-PROGRAM(WS-DEFER-COUNT)
                                   MOVE JD-PROC-DATE TO
                                       WS-DF-PROC-DATE(WS-DEFER-COUNT)
                                   MOVE JD-CYCLE-NUMBER TO
                                       WS-DF-CYCLE(WS-DEFER-COUNT)
                                   MOVE "N" TO WS-DF-CLEARED-FLAG
                                       (WS-DEFER-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JS-DEFER-FILE
               END-IF.

           2000-PROCESS-ONE-STEP.
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-SL-STEP
                       TO WS-SL-DISPOSITION
                   PERFORM 2900-WRITE-STEP-LINE
               ELSE
                   PERFORM 2100-CHECK-SCHEDULE
                   IF WS-SCHEDULE-UNKNOWN
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "SKIPPED - UNRECOGNIZED SCHEDULE"
                           TO WS-SL-DISPOSITION
                       PERFORM 2900-WRITE-STEP-LINE
                   ELSE
                       IF WS-STEP-DUE
                           PERFORM 2050-APPLY-RULE
                       ELSE
                           PERFORM 2200-STEP-NOT-SCHEDULED
                       END-IF
                   END-IF
               END-IF.

           2050-APPLY-RULE.
               EVALUATE JS-RULE
                   WHEN "RUN     "
                       PERFORM 3000-RUN-STEP
                   WHEN "SKIPFAIL"
                       IF WS-PRIOR-FAILED
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE "SKIPPED - PRIOR STEP FAILED"
                               TO WS-SL-DISPOSITION
                           PERFORM 2900-WRITE-STEP-LINE
                       ELSE
                           PERFORM 3000-RUN-STEP
                       END-IF
                   WHEN "STOPFAIL"
                       PERFORM 3000-RUN-STEP
                       IF WS-STEP-RC >= 8 OR WS-CALL-FAILED
                           SET WS-STREAM-STOPPED TO TRUE
                           MOVE "STREAM STOPPED BY THIS STEP"
                               TO WS-SL-DISPOSITION
                           PERFORM 2900-WRITE-STEP-LINE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "SKIPPED - UNRECOGNIZED RULE"
                           TO WS-SL-DISPOSITION
                       PERFORM 2900-WRITE-STEP-LINE
               END-EVALUATE.

           2100-CHECK-SCHEDULE.
               MOVE "N" TO WS-STEP-DUE-FLAG
               EVALUATE JS-SCHEDULE
                   WHEN SPACES
                   WHEN "DAILY   "
                       SET WS-STEP-DUE TO TRUE
                   WHEN "BUSINESS"
                       IF WS-BUSINESS-DAY
                           SET WS-STEP-DUE TO TRUE
                       ELSE
                           SET WS-STEP-DEFERRABLE TO TRUE
                       END-IF
                   WHEN "MONTHEND"
                       IF WS-MONTH-END
                           IF JS-OFFDAY = "DEFER"
                                   AND NOT WS-BUSINESS-DAY
                               SET WS-STEP-DEFERRABLE TO TRUE
                           ELSE
                               SET WS-STEP-DUE TO TRUE
                           END-IF
                       END-IF
                   WHEN "NONBUS  "
                       IF NOT WS-BUSINESS-DAY
                           SET WS-STEP-DUE TO TRUE
                       END-IF
                   WHEN OTHER
                       SET WS-SCHEDULE-UNKNOWN TO TRUE
               END-EVALUATE
               MOVE 0 TO WS-DEFER-FOUND-IDX
               PERFORM VARYING WS-DEFER-IDX FROM 1 BY 1
                       UNTIL WS-DEFER-IDX > WS-DEFER-COUNT
                   IF WS-DF-PROGRAM(WS-DEFER-IDX) = JS-PROGRAM
                           AND NOT WS-DF-CLEARED(WS-DEFER-IDX)
                       MOVE WS-DEFER-IDX TO WS-DEFER-FOUND-IDX
                       MOVE WS-DEFER-COUNT TO WS-DEFER-IDX
                   END-IF
               END-PERFORM
               IF WS-DEFER-FOUND-IDX > 0 AND WS-BUSINESS-DAY
                       AND NOT WS-SCHEDULE-UNKNOWN
                   SET WS-STEP-DUE TO TRUE
               END-IF.

           2200-STEP-NOT-SCHEDULED.
               IF JS-OFFDAY = "DEFER" AND WS-STEP-DEFERRABLE
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE "DEFERRED TO NEXT BUSINESS DAY"
                       TO WS-SL-DISPOSITION
                   IF WS-DEFER-FOUND-IDX = 0
                       IF WS-DEFER-COUNT < 100
                           ADD 1 TO WS-DEFER-COUNT
                           MOVE JS-PROGRAM
                               TO WS-DF-PROGRAM(WS-DEFER-COUNT)
                           MOVE WS-PROC-DATE-NUM
                               TO WS-DF-PROC-DATE(WS-DEFER-COUNT)
                           MOVE WS-CYCLE-NUMBER
                               TO WS-DF-CYCLE(WS-DEFER-COUNT)
                           MOVE "N"
                               TO WS-DF-CLEARED-FLAG(WS-DEFER-COUNT)
                       ELSE
                           MOVE "WARN" TO WS-EXLG-SEVERITY
                           MOVE SPACES TO WS-EXLG-MESSAGE
                           STRING "DEFERRAL TABLE FULL, "
                                   DELIMITED BY SIZE
                               JS-PROGRAM DELIMITED BY SPACE
                               " NOT CARRIED FORWARD"
                                   DELIMITED BY SIZE
                               INTO WS-EXLG-MESSAGE
                           PERFORM 9600-WRITE-EXCEPTION
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO WS-SL-DISPOSITION
                   STRING "SKIPPED - SCHEDULED " DELIMITED BY SIZE
                       JS-SCHEDULE DELIMITED BY SPACE
                       " ONLY" DELIMITED BY SIZE
                       INTO WS-SL-DISPOSITION
               END-IF
               PERFORM 2900-WRITE-STEP-LINE.

           2900-WRITE-STEP-LINE.
               MOVE SPACES TO JS-STATUS-LINE
               MOVE WS-STEP-LINE TO JS-STATUS-LINE
               MOVE "N" TO WS-CALL-FAILED-FLAG
               MOVE 0 TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
               IF JS-PARTITIONED
                   PERFORM 3100-RUN-PARTITIONS
               ELSE
                   CALL WS-CALL-NAME
                       ON EXCEPTION
                           SET WS-CALL-FAILED TO TRUE
                   END-CALL
                   MOVE RETURN-CODE TO WS-STEP-RC
               END-IF
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-RAN-COUNT
               IF WS-CALL-FAILED
                       SET WS-PRIOR-FAILED TO TRUE
                   END-IF
               END-IF
               PERFORM 2900-WRITE-STEP-LINE
               IF WS-DEFER-FOUND-IDX > 0
                   SET WS-DF-CLEARED(WS-DEFER-FOUND-IDX) TO TRUE
                   MOVE WS-DF-PROC-DATE(WS-DEFER-FOUND-IDX)
                       TO WS-SCAN-DATE
                   MOVE WS-SCAN-DATE(1:4) TO WS-DD-YYYY
                   MOVE WS-SCAN-DATE(5:2) TO WS-DD-MM
                   MOVE WS-SCAN-DATE(7:2) TO WS-DD-DD
                   MOVE WS-DEFER-DATE-EDIT TO WS-CU-DATE
                   MOVE WS-CATCH-UP-TEXT TO WS-SL-DISPOSITION
                   PERFORM 2900-WRITE-STEP-LINE
               END-IF.

           3100-RUN-PARTITIONS.
               MOVE 0 TO WS-PLAN-COUNT
               MOVE 0 TO WS-PLAN-OPEN-COUNT
               OPEN INPUT COMBPART-FILE
               IF WS-COMBPART-OK
                   PERFORM UNTIL WS-COMBPART-EOF
                       READ COMBPART-FILE
                           AT END
                               SET WS-COMBPART-EOF TO TRUE
                           NOT AT END
                               IF WS-PLAN-COUNT < 20
                                   ADD 1 TO WS-PLAN-COUNT
                                   MOVE COMBPART-RECORD
                                       TO WS-PLAN-ROW(WS-PLAN-COUNT)
                                   IF NOT CP-MERGED
                                       ADD 1 TO WS-PLAN-OPEN-COUNT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF
               IF WS-PLAN-OPEN-COUNT = 0
                   MOVE "00" TO WS-PART-ENV-VALUE
                   DISPLAY WS-PART-ENV-NAME UPON ENVIRONMENT-NAME
                   DISPLAY WS-PART-ENV-VALUE UPON ENVIRONMENT-VALUE
                   CALL WS-CALL-NAME
                       ON EXCEPTION
                           SET WS-CALL-FAILED TO TRUE
                   END-CALL
                   MOVE RETURN-CODE TO WS-STEP-RC
               ELSE
                   PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                           UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                              OR WS-CALL-FAILED
                       PERFORM 3150-RUN-ONE-PARTITION
                   END-PERFORM
                   MOVE "00" TO WS-PART-ENV-VALUE
                   DISPLAY WS-PART-ENV-NAME UPON ENVIRONMENT-NAME
                   DISPLAY WS-PART-ENV-VALUE UPON ENVIRONMENT-VALUE
               END-IF.

           3150-RUN-ONE-PARTITION.
               MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
               MOVE CP-PARTITION TO WS-PT-PARTITION
               IF CP-DONE OR CP-MERGED
                   MOVE "ALREADY COMPLETE" TO WS-PT-DISPOSITION
               ELSE
                   MOVE CP-PARTITION TO WS-PART-ENV-VALUE
                   DISPLAY WS-PART-ENV-NAME UPON ENVIRONMENT-NAME
                   DISPLAY WS-PART-ENV-VALUE UPON ENVIRONMENT-VALUE
                   MOVE 0 TO RETURN-CODE
                   CALL WS-CALL-NAME
                       ON EXCEPTION
                           SET WS-CALL-FAILED TO TRUE
                   END-CALL
                   MOVE RETURN-CODE TO WS-PART-RC
                   MOVE 0 TO RETURN-CODE
                   CANCEL WS-CALL-NAME
                   IF WS-CALL-FAILED
                       MOVE "CALL FAILED" TO WS-PT-DISPOSITION
                   ELSE
                       MOVE WS-PART-RC TO WS-RC-VALUE
                       MOVE WS-RC-TEXT TO WS-PT-DISPOSITION
                       IF WS-PART-RC > WS-STEP-RC
                           MOVE WS-PART-RC TO WS-STEP-RC
                       END-IF
                   END-IF
               END-IF
               MOVE WS-PART-TEXT TO WS-SL-DISPOSITION
               PERFORM 2900-WRITE-STEP-LINE.

           8000-WRITE-TOTALS.
               MOVE WS-RAN-COUNT TO WS-CL-RAN
               MOVE WS-SKIPPED-COUNT TO WS-CL-SKIPPED
               MOVE WS-FAILED-COUNT TO WS-CL-FAILED
               MOVE WS-DEFERRED-COUNT TO WS-CL-DEFERRED
               MOVE SPACES TO JS-STATUS-LINE
               MOVE WS-COUNT-LINE TO JS-STATUS-LINE
               WRITE JS-STATUS-LINE
               MOVE WS-TRAILER-LINE TO JS-STATUS-LINE
               WRITE JS-STATUS-LINE.

           8500-SAVE-DEFERRALS.
               OPEN OUTPUT JS-DEFER-FILE
               IF NOT WS-JS-DEFER-OK
                   DISPLAY "JOBSCHED.DEFERRED could not be rewritten,"
                       " status " WS-JS-DEFER-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "JOBSCHED.DEFERRED REWRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-JS-DEFER-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   PERFORM VARYING WS-DEFER-IDX FROM 1 BY 1
                           UNTIL WS-DEFER-IDX > WS-DEFER-COUNT
                       IF NOT WS-DF-CLEARED(WS-DEFER-IDX)
                           MOVE SPACES TO JS-DEFER-RECORD
                           MOVE WS-DF-PROGRAM(WS-DEFER-IDX)
                               TO JD-PROGRAM
                           MOVE WS-DF-PROC-DATE(WS-DEFER-IDX)
                               TO JD-PROC-DATE
                           MOVE WS-DF-CYCLE(WS-DEFER-IDX)
                               TO JD-CYCLE-NUMBER
                           WRITE JS-DEFER-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE JS-DEFER-FILE
               END-IF.

           9000-WRITE-AUDIT-LOG.
               MOVE FUNCTION CURRENT-DATE TO ALOG-END-TIMESTAMP
               OPEN EXTEND AUDIT-LOG-FILE
               END-IF
               MOVE "JOBSCHED" TO ALOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE TO ALOG-START-TIMESTAMP
               MOVE SPACES TO ALOG-SUBMITTER-ID
               MOVE SPACES TO ALOG-APPROVER-ID
               MOVE 0 TO ALOG-CYCLE-NUMBER.

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
