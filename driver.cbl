           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CR-INPUT-FILE ASSIGN USING WS-CR-INPUT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-INPUT-STATUS.
               SELECT CR-REPORT-FILE ASSIGN USING WS-CR-REPORT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-REPORT-STATUS.
               SELECT CR-EXTRACT-FILE ASSIGN USING WS-CR-EXTRACT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-EXTRACT-STATUS.
               SELECT COMBCKPT-FILE ASSIGN USING WS-COMBCKPT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBCKPT-STATUS.
               SELECT COMBPART-FILE ASSIGN TO "COMBPART.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBPART-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CR-INPUT-FILE.
           01  CR-INPUT-RECORD.
               05 CR-INPUT-N   PIC 9(9).
               05 FILLER       PIC X.
               05 CR-INPUT-MODE PIC X.
               05 FILLER       PIC X.
               05 CR-INPUT-FROM PIC 9(9).
               05 FILLER       PIC X.
               05 CR-INPUT-STEP PIC 9(9).
               05 FILLER       PIC X.
               05 CR-INPUT-REQUESTER PIC X(8).
           FD  CR-REPORT-FILE.
           01  CR-REPORT-LINE  PIC X(80).
           FD  CR-EXTRACT-FILE.
           01  CR-EXTRACT-LINE PIC X(80).
           FD  COMBCKPT-FILE.
           COPY "combckpt.cpy".
           FD  COMBPART-FILE.
           COPY "combpart.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CR-INPUT-STATUS  PIC XX.
              88 WS-CR-INPUT-OK   VALUE "00".
              88 WS-CR-EXTRACT-OK VALUE "00".
           01 WS-COMBCKPT-STATUS  PIC XX.
              88 WS-COMBCKPT-OK   VALUE "00".
           01 WS-COMBPART-STATUS  PIC XX.
              88 WS-COMBPART-OK   VALUE "00".
              88 WS-COMBPART-EOF  VALUE "10".
           01 WS-CR-INPUT-NAME    PIC X(40) VALUE "COMBINED.INPUT".
           01 WS-CR-REPORT-NAME   PIC X(40) VALUE "COMBINED.REPORT".
           01 WS-CR-EXTRACT-NAME  PIC X(40) VALUE "COMBINED.EXTRACT".
           01 WS-COMBCKPT-NAME    PIC X(40) VALUE "COMBCKPT.DAT".
           01 WS-PARTITION        PIC 9(2) VALUE 0.
           01 WS-PARTITION-FLAG   PIC X VALUE "N".
              88 WS-PARTITIONED   VALUE "Y".
           01 WS-FIRST-RECORD     BINARY-LONG VALUE 1.
           01 WS-PLAN-COUNT       BINARY-LONG VALUE 0.
           01 WS-PLAN-IDX         BINARY-LONG.
           01 WS-PLAN-FOUND-IDX   BINARY-LONG.
           01 WS-PLAN-TABLE.
              05 WS-PLAN-ROW      PIC X(151) OCCURS 20 TIMES.
           01 WS-EXCEPT-STATUS    PIC XX.
              88 WS-EXCEPT-OK     VALUE "00".
           01 WS-CYCLE-STATUS     PIC XX.
           01 WS-CYCLE-NUMBER     PIC 9(9).
           01 WS-SUMHIST-STATUS   PIC XX.
              88 WS-SUMHIST-OK    VALUE "00".
           01 WS-SUMHJRNL-STATUS  PIC XX.
              88 WS-SUMHJRNL-OK   VALUE "00".
           01 WS-CTLTOT-STATUS    PIC XX.
              88 WS-CTLTOT-OK     VALUE "00".
           01 WS-AUDIT-STATUS     PIC XX.
              88 WS-AUDIT-OK      VALUE "00".
           01 WS-CT-NAME          PIC X(16).
           01 WS-CT-VALUE         BINARY-LONG.
           01 WS-ZERO-COUNT       BINARY-LONG VALUE 0.
           01 WS-HIST-ADDED       BINARY-LONG VALUE 0.
           01 WS-HIST-UPDATED     BINARY-LONG VALUE 0.
           01 WS-JRNL-ACTION      PIC X.
           01 WS-JRNL-BEFORE      PIC X(76).
           01 WS-JRNL-AFTER       PIC X(76).
           01 WS-HIST-AVAIL-FLAG  PIC X VALUE "N".
              88 WS-HIST-AVAIL    VALUE "Y".
           01 WS-HIST-FOUND-FLAG  PIC X.
                 VALUE "RESTARTED-AT RECORD ".
              05 WS-RS-RECNO       PIC ZZZZZZZZ9.
           01 WS-EXTRACT-N        PIC 9(9).
           01 WS-EXTRACT-SUM      PIC 9(18).
           01 WS-EXTRACT-FROM     PIC 9(9).
           01 WS-EXTRACT-STEP     PIC 9(9).
           01 WS-TRL-DETAIL       PIC 9(9).
           01 WS-TRL-HASH         PIC 9(18).
           01 WS-DETAIL-COUNT     BINARY-LONG VALUE 0.
           01 WS-HASH-TOTAL       BINARY-DOUBLE VALUE 0.
           01 WS-HASH-MODULUS     BINARY-DOUBLE
                                  VALUE 1000000000000000000.
           01 WS-EXTR-EOF-FLAG    PIC X.
              88 WS-EXTR-EOF      VALUE "Y".
           01 WS-PART-1           PIC X(10).
           01 WS-JOB-NAME         PIC X(8).
           01 WS-ENV-NAME         PIC X(20).
           01 WS-ENV-VALUE        PIC X(9).
           01 WS-OPERATOR-ID      PIC X(8).
           01 WS-PROGRAM-NAME     PIC X(8) VALUE "COMBRPT".
           01 WS-AUTH-CAPABILITY  PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG        PIC X.
              88 WS-AUTHORIZED    VALUE "Y".
           01 WS-EOF-FLAG         PIC X VALUE "N".
              88 WS-EOF           VALUE "Y".
           01 WS-N                BINARY-LONG.
           01 WS-START-I          BINARY-LONG.
           01 WS-SUM-MODE         PIC X.
              88 WS-MODE-N        VALUE "N".
           01 WS-FROM             BINARY-LONG.
           01 WS-STEP             BINARY-LONG.
           COPY "sumparm.cpy".
           01 WS-LINE-COUNT       BINARY-LONG.
           01 WS-LINE-IDX         BINARY-LONG.
           COPY "fzlines.cpy" REPLACING FZ-LINE-TABLE BY WS-LINE-TABLE
               FZ-LINE-ENTRY BY WS-LINE-ENTRY.
           01 WS-SUM               BINARY-DOUBLE.
           01 WS-OVERFLOW-FLAG     PIC X.
              88 WS-OVERFLOW       VALUE "Y".
           01 WS-N-ZERO-LINE.
              05 FILLER      PIC X(18) VALUE "COMBINED REPORT N".
              05 FILLER      PIC X(3)  VALUE " = ".
              05 WS-HL-N           PIC ZZZZZZZZ9.
           01 WS-MODE-HEADER-LINE.
              05 FILLER      PIC X(16) VALUE "COMBINED REPORT ".
              05 WS-MH-MODE        PIC X(8).
              05 FILLER      PIC X(6)  VALUE " FROM ".
              05 WS-MH-FROM        PIC Z(8)9.
              05 FILLER      PIC X(4)  VALUE " TO ".
              05 WS-MH-TO          PIC Z(8)9.
              05 FILLER      PIC X(4)  VALUE " BY ".
              05 WS-MH-STEP        PIC Z(8)9.
           01 WS-SUM-LINE.
              05 FILLER            PIC X(14) VALUE "RUNNING SUM: ".
              05 WS-SL-SUM         PIC ----,---,---,---,---,--9.
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 0500-CHECK-AUTHORITY
               PERFORM 0600-SET-PARTITION
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ CR-INPUT-FILE
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           IF CR-INPUT-N = 0
                               ADD 1 TO WS-ZERO-COUNT
                           END-IF
                           IF WS-RECORD-NUMBER > WS-SKIP-COUNT
                               PERFORM 2000-PROCESS-ONE-N
                               PERFORM 1800-WRITE-CHECKPOINT
               IF WS-HIST-AVAIL
                   CLOSE SUMHIST-FILE
               END-IF
               IF WS-PARTITIONED
                   PERFORM 1960-MARK-PARTITION-DONE
               ELSE
                   PERFORM 8700-POST-CONTROL-TOTALS
               END-IF
               PERFORM 1950-DELETE-CHECKPOINT
               MOVE WS-RECORD-NUMBER TO ALOG-INPUT-VALUE
               IF RETURN-CODE >= 16
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           0500-CHECK-AUTHORITY.
               MOVE "OPERATOR_ID" TO WS-ENV-NAME
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               MOVE WS-ENV-VALUE TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   MOVE "UNKNOWN" TO WS-OPERATOR-ID
               END-IF
               MOVE "JOB_NAME" TO WS-ENV-NAME
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               MOVE WS-ENV-VALUE TO WS-JOB-NAME
               IF WS-JOB-NAME = SPACES
                   MOVE "UNKNOWN" TO WS-JOB-NAME
               END-IF
               PERFORM 1050-READ-CYCLE
               MOVE WS-OPERATOR-ID TO ALOG-OPERATOR-ID
               MOVE WS-JOB-NAME TO ALOG-JOB-NAME
               MOVE WS-PROGRAM-NAME TO ALOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE TO ALOG-START-TIMESTAMP
               MOVE WS-CYCLE-NUMBER TO ALOG-CYCLE-NUMBER
               MOVE SPACES TO ALOG-SUBMITTER-ID
               MOVE SPACES TO ALOG-APPROVER-ID
               CALL "OPRAUTH" USING WS-OPERATOR-ID WS-PROGRAM-NAME
                   WS-AUTH-CAPABILITY WS-AUTH-FLAG
               IF NOT WS-AUTHORIZED
                   DISPLAY "Operator " WS-OPERATOR-ID
                       " is not authorized to run " WS-PROGRAM-NAME
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "DENIED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.

           0600-SET-PARTITION.
               MOVE "PARTITION_NUMBER" TO WS-ENV-NAME
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               IF WS-ENV-VALUE(1:2) IS NUMERIC
                       AND WS-ENV-VALUE(3:) = SPACES
                   MOVE WS-ENV-VALUE(1:2) TO WS-PARTITION
               END-IF
               IF WS-PARTITION > 0
                   SET WS-PARTITIONED TO TRUE
                   MOVE SPACES TO WS-CR-INPUT-NAME
                   STRING "COMBINED.INPUT.P" DELIMITED BY SIZE
                       WS-PARTITION DELIMITED BY SIZE
                       INTO WS-CR-INPUT-NAME
                   MOVE SPACES TO WS-CR-REPORT-NAME
                   STRING "COMBINED.REPORT.P" DELIMITED BY SIZE
                       WS-PARTITION DELIMITED BY SIZE
                       INTO WS-CR-REPORT-NAME
                   MOVE SPACES TO WS-CR-EXTRACT-NAME
                   STRING "COMBINED.EXTRACT.P" DELIMITED BY SIZE
                       WS-PARTITION DELIMITED BY SIZE
                       INTO WS-CR-EXTRACT-NAME
                   MOVE SPACES TO WS-COMBCKPT-NAME
                   STRING "COMBCKPT.P" DELIMITED BY SIZE
                       WS-PARTITION DELIMITED BY SIZE
                       INTO WS-COMBCKPT-NAME
                   PERFORM 0650-LOAD-PLAN
                   IF WS-PLAN-FOUND-IDX = 0
                       DISPLAY "Partition " WS-PARTITION
                           " is not in COMBPART.DAT, nothing run"
                       MOVE "SEVERE" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "PARTITION " DELIMITED BY SIZE
                           WS-PARTITION DELIMITED BY SIZE
                           " NOT IN COMBPART.DAT, NOT RUN"
                               DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 1850-WRITE-EXCEPTION
                       MOVE 0 TO ALOG-INPUT-VALUE
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                       PERFORM 9000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-PLAN-ROW(WS-PLAN-FOUND-IDX)
                       TO COMBPART-RECORD
                   MOVE CP-FIRST-RECORD TO WS-FIRST-RECORD
                   SET CP-RUNNING TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO CP-START-TS
                   MOVE SPACES TO CP-END-TS
                   MOVE COMBPART-RECORD
                       TO WS-PLAN-ROW(WS-PLAN-FOUND-IDX)
                   PERFORM 0660-SAVE-PLAN
               END-IF.

           0650-LOAD-PLAN.
               MOVE 0 TO WS-PLAN-COUNT
               MOVE 0 TO WS-PLAN-FOUND-IDX
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
                                   IF CP-PARTITION = WS-PARTITION
                                       MOVE WS-PLAN-COUNT
                                           TO WS-PLAN-FOUND-IDX
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF.

           0660-SAVE-PLAN.
               OPEN OUTPUT COMBPART-FILE
               IF NOT WS-COMBPART-OK
                   DISPLAY "COMBPART.DAT could not be rewritten,"
                       " status " WS-COMBPART-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "COMBPART.DAT REWRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-COMBPART-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 1850-WRITE-EXCEPTION
               ELSE
                   PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                           UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                       MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
                       WRITE COMBPART-RECORD
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF.

           1000-INITIALIZE.
               OPEN INPUT CR-INPUT-FILE
               IF NOT WS-CR-INPUT-OK
                   DISPLAY FUNCTION TRIM(WS-CR-INPUT-NAME)
                       " could not be opened, status "
                       WS-CR-INPUT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-CR-INPUT-NAME DELIMITED BY SPACE
                       " OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-CR-INPUT-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 1850-WRITE-EXCEPTION
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
                   OPEN OUTPUT CR-REPORT-FILE
               END-IF
               IF NOT WS-CR-REPORT-OK
                   DISPLAY FUNCTION TRIM(WS-CR-REPORT-NAME)
                       " could not be opened, status "
                       WS-CR-REPORT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-CR-REPORT-NAME DELIMITED BY SPACE
                       " OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-CR-REPORT-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 1850-WRITE-EXCEPTION
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-RESTARTING
                   COMPUTE WS-RS-RECNO = WS-SKIP-COUNT + WS-FIRST-RECORD
                   MOVE SPACES TO CR-REPORT-LINE
                   MOVE WS-RESTART-LINE TO CR-REPORT-LINE
                   WRITE CR-REPORT-LINE
               END-IF
               PERFORM 1100-OPEN-EXTRACT
               PERFORM 1200-OPEN-HISTORY
               IF WS-RESTARTING AND NOT WS-PARTITIONED
                   PERFORM 1250-COUNT-PRIOR-HISTORY
               END-IF.

           1050-READ-CYCLE.
               MOVE 0 TO WS-CYCLE-NUMBER
               END-IF.

           1100-OPEN-EXTRACT.
               CALL "GETPDATE" USING WS-RUN-DATE
               IF WS-RESTARTING
                   PERFORM 1150-COUNT-PRIOR-EXTRACT
                   OPEN EXTEND CR-EXTRACT-FILE
                   OPEN OUTPUT CR-EXTRACT-FILE
               END-IF
               IF NOT WS-CR-EXTRACT-OK
                   DISPLAY FUNCTION TRIM(WS-CR-EXTRACT-NAME)
                       " could not be opened, status "
                       WS-CR-EXTRACT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-CR-EXTRACT-NAME DELIMITED BY SPACE
                       " OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-CR-EXTRACT-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 1850-WRITE-EXCEPTION
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
                   ADD 1 TO WS-DETAIL-COUNT
                   IF FUNCTION TEST-NUMVAL(WS-PART-3) = 0
                       ADD FUNCTION NUMVAL(WS-PART-3) TO WS-HASH-TOTAL
                       PERFORM 2250-ROLL-HASH-TOTAL
                   END-IF
               END-IF.

                   PERFORM 1850-WRITE-EXCEPTION
               END-IF.

           1250-COUNT-PRIOR-HISTORY.
               OPEN INPUT SUMHJRNL-FILE
               IF WS-SUMHJRNL-OK
                   MOVE "N" TO WS-EXTR-EOF-FLAG
                   PERFORM UNTIL WS-EXTR-EOF
                       READ SUMHJRNL-FILE
                           AT END
                               SET WS-EXTR-EOF TO TRUE
                           NOT AT END
                               PERFORM 1260-COUNT-ONE-PRIOR-CHANGE
                       END-READ
                   END-PERFORM
                   CLOSE SUMHJRNL-FILE
               END-IF.

           1260-COUNT-ONE-PRIOR-CHANGE.
               IF SHJ-CYCLE-NUMBER = WS-CYCLE-NUMBER
                       AND SHJ-PROGRAM-NAME = "COMBRPT"
                   EVALUATE TRUE
                       WHEN SHJ-ADD
                           ADD 1 TO WS-HIST-ADDED
                       WHEN SHJ-UPDATE
                           ADD 1 TO WS-HIST-UPDATED
                   END-EVALUATE
               END-IF.

           1700-RESTART-CHECK.
               MOVE 0 TO WS-SKIP-COUNT
               OPEN INPUT COMBCKPT-FILE
                               SET WS-RESTARTING TO TRUE
                               DISPLAY "Resuming CombinedReport after"
                                   " record " CCKPT-LAST-RECORD
                                   " of "
                                   FUNCTION TRIM(WS-CR-INPUT-NAME)
                               IF WS-PARTITIONED
                                   AND CCKPT-HIST-ADDED IS NUMERIC
                                   AND CCKPT-HIST-UPDATED IS NUMERIC
                                   AND CCKPT-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER
                                   MOVE CCKPT-HIST-ADDED
                                       TO WS-HIST-ADDED
                                   MOVE CCKPT-HIST-UPDATED
                                       TO WS-HIST-UPDATED
                               END-IF
                           END-IF
                   END-READ
                   CLOSE COMBCKPT-FILE
           1800-WRITE-CHECKPOINT.
               MOVE WS-RECORD-NUMBER TO CCKPT-LAST-RECORD
               MOVE FUNCTION CURRENT-DATE TO CCKPT-TIMESTAMP
               MOVE WS-HIST-ADDED TO CCKPT-HIST-ADDED
               MOVE WS-HIST-UPDATED TO CCKPT-HIST-UPDATED
               MOVE WS-CYCLE-NUMBER TO CCKPT-CYCLE-NUMBER
               OPEN OUTPUT COMBCKPT-FILE
               IF WS-COMBCKPT-OK
                   WRITE COMBCKPT-RECORD
                   CLOSE COMBCKPT-FILE
               ELSE
                   DISPLAY FUNCTION TRIM(WS-COMBCKPT-NAME)
                       " could not be opened, status "
                       WS-COMBCKPT-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-COMBCKPT-NAME DELIMITED BY SPACE
                       " OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-COMBCKPT-STATUS DELIMITED BY SIZE
                       ", CHECKPOINT NOT TAKEN" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
               END-IF.

           1950-DELETE-CHECKPOINT.
               CALL "CBL_DELETE_FILE" USING WS-COMBCKPT-NAME
                   RETURNING WS-DELETE-RC.

           1960-MARK-PARTITION-DONE.
               PERFORM 0650-LOAD-PLAN
               IF WS-PLAN-FOUND-IDX = 0
                   DISPLAY "Partition " WS-PARTITION
                       " no longer in COMBPART.DAT, counts not recorded"
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "PARTITION " DELIMITED BY SIZE
                       WS-PARTITION DELIMITED BY SIZE
                       " LEFT COMBPART.DAT, NOT MARKED DONE"
                           DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 1850-WRITE-EXCEPTION
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-PLAN-ROW(WS-PLAN-FOUND-IDX)
                       TO COMBPART-RECORD
                   SET CP-DONE TO TRUE
                   MOVE WS-RECORD-NUMBER TO CP-RECORDS-DONE
                   MOVE WS-ZERO-COUNT TO CP-ZERO-COUNT
                   MOVE WS-DETAIL-COUNT TO CP-DETAIL-COUNT
                   MOVE WS-HIST-ADDED TO CP-HIST-ADDED
                   MOVE WS-HIST-UPDATED TO CP-HIST-UPDATED
                   MOVE WS-CYCLE-NUMBER TO CP-DONE-CYCLE
                   MOVE FUNCTION CURRENT-DATE TO CP-END-TS
                   MOVE COMBPART-RECORD
                       TO WS-PLAN-ROW(WS-PLAN-FOUND-IDX)
                   PERFORM 0660-SAVE-PLAN
               END-IF.

           2000-PROCESS-ONE-N.
               MOVE CR-INPUT-N TO WS-N
               IF CR-INPUT-MODE = SPACE OR CR-INPUT-MODE = "N"
                   MOVE "N" TO WS-SUM-MODE
                   MOVE 1 TO WS-FROM
                   MOVE 1 TO WS-STEP
               ELSE
                   MOVE CR-INPUT-MODE TO WS-SUM-MODE
                   MOVE CR-INPUT-FROM TO WS-FROM
                   MOVE CR-INPUT-STEP TO WS-STEP
               END-IF
               IF WS-N = 0
                   MOVE SPACES TO CR-REPORT-LINE
                   MOVE WS-N-ZERO-LINE TO CR-REPORT-LINE
               MOVE "N" TO WS-OVERFLOW-FLAG
               IF WS-HIST-AVAIL
                   MOVE WS-N TO SH-INPUT-N
                   MOVE WS-SUM-MODE TO SH-SUM-MODE
                   MOVE WS-FROM TO SH-FROM-N
                   MOVE WS-STEP TO SH-STEP-N
                   READ SUMHIST-FILE
                       INVALID KEY
                           CONTINUE
               END-IF
               IF NOT WS-HIST-FOUND
                   CALL "SUMCALC" USING BY REFERENCE WS-N
                       WS-SUM WS-OVERFLOW-FLAG WS-SUM-MODE WS-FROM
                       WS-STEP
                   IF NOT WS-OVERFLOW
                       PERFORM 2075-WRITE-BACK-HISTORY
                   END-IF
               END-IF.

           2070-GET-EXPECTED-SUM.
               MOVE "EXPECT" TO SM-FUNCTION
               MOVE WS-SUM-MODE TO SM-MODE
               MOVE WS-FROM TO SM-FROM-N
               MOVE WS-N TO SM-TO-N
               MOVE WS-STEP TO SM-STEP-N
               CALL "SUMMODE" USING SM-PARMS
               IF SM-VALID
                   MOVE SM-EXPECTED-SUM TO WS-EXPECTED-SUM
               ELSE
                   MOVE -1 TO WS-EXPECTED-SUM
               END-IF.

           2075-WRITE-BACK-HISTORY.
               PERFORM 2070-GET-EXPECTED-SUM
               IF WS-HIST-AVAIL AND WS-SUM = WS-EXPECTED-SUM
                   MOVE WS-N TO SH-INPUT-N
                   MOVE WS-SUM-MODE TO SH-SUM-MODE
                   MOVE WS-FROM TO SH-FROM-N
                   MOVE WS-STEP TO SH-STEP-N
                   MOVE WS-SUM TO SH-SUM-VALUE
                   MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
                   MOVE WS-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
                   MOVE WS-CYCLE-NUMBER TO SH-CYCLE-NUMBER
                   MOVE SUMHIST-RECORD TO WS-JRNL-AFTER
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE "A" TO WS-JRNL-ACTION
                   WRITE SUMHIST-RECORD
                       INVALID KEY
                           PERFORM 2080-REWRITE-HISTORY
                   END-WRITE
                   EVALUATE WS-JRNL-ACTION
                       WHEN "A"
                           ADD 1 TO WS-HIST-ADDED
                       WHEN "U"
                           ADD 1 TO WS-HIST-UPDATED
                   END-EVALUATE
                   PERFORM 2090-WRITE-JOURNAL
               END-IF.

           2080-REWRITE-HISTORY.
               READ SUMHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUMHIST-RECORD TO WS-JRNL-BEFORE
               END-READ
               MOVE WS-JRNL-AFTER TO SUMHIST-RECORD
               MOVE "U" TO WS-JRNL-ACTION
               REWRITE SUMHIST-RECORD
                   INVALID KEY
                       MOVE SPACE TO WS-JRNL-ACTION
               END-REWRITE.

           2090-WRITE-JOURNAL.
               IF WS-JRNL-ACTION NOT = SPACE
                   OPEN EXTEND SUMHJRNL-FILE
                   IF WS-SUMHJRNL-STATUS = "35"
                       OPEN OUTPUT SUMHJRNL-FILE
                   END-IF
                   IF NOT WS-SUMHJRNL-OK
                       DISPLAY "SUMHIST.JOURNAL could not be opened,"
                           " status " WS-SUMHJRNL-STATUS
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "SUMHIST.JOURNAL OPEN FAILED, STATUS "
                               DELIMITED BY SIZE
                           WS-SUMHJRNL-STATUS DELIMITED BY SIZE
                           ", CHANGE NOT JOURNALED" DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 1850-WRITE-EXCEPTION
                   ELSE
                       MOVE WS-RUN-TIMESTAMP TO SHJ-TIMESTAMP
                       MOVE WS-CYCLE-NUMBER TO SHJ-CYCLE-NUMBER
                       MOVE "COMBRPT" TO SHJ-PROGRAM-NAME
                       MOVE WS-JRNL-ACTION TO SHJ-ACTION
                       MOVE WS-JRNL-BEFORE TO SHJ-BEFORE-IMAGE
                       MOVE WS-JRNL-AFTER TO SHJ-AFTER-IMAGE
                       WRITE SUMHJRNL-RECORD
                       CLOSE SUMHJRNL-FILE
                   END-IF
               END-IF.

           2100-WRITE-COMBINED-SECTION.
               MOVE SPACES TO CR-REPORT-LINE
               IF WS-MODE-N
                   MOVE WS-N TO WS-HL-N
                   MOVE WS-HEADER-LINE TO CR-REPORT-LINE
               ELSE
                   PERFORM 2070-GET-EXPECTED-SUM
                   MOVE SM-MODE-NAME TO WS-MH-MODE
                   MOVE WS-FROM TO WS-MH-FROM
                   MOVE WS-N TO WS-MH-TO
                   MOVE WS-STEP TO WS-MH-STEP
                   MOVE WS-MODE-HEADER-LINE TO CR-REPORT-LINE
               END-IF
               WRITE CR-REPORT-LINE
               MOVE WS-FROM TO WS-START-I
               PERFORM UNTIL WS-START-I > WS-N
                   PERFORM 2150-WRITE-ONE-BATCH
               END-PERFORM
               IF WS-OVERFLOW
                   MOVE SPACES TO CR-REPORT-LINE
                   MOVE "SUM: OVERFLOW - EXCEEDS 18-DIGIT CAPACITY"
                       TO CR-REPORT-LINE
                   WRITE CR-REPORT-LINE
               ELSE

           2200-WRITE-EXTRACT-SUM.
               MOVE WS-N TO WS-EXTRACT-N
               MOVE WS-FROM TO WS-EXTRACT-FROM
               MOVE WS-STEP TO WS-EXTRACT-STEP
               MOVE SPACES TO CR-EXTRACT-LINE
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-OVERFLOW
                   STRING "SUM;" DELIMITED BY SIZE
                       WS-EXTRACT-N DELIMITED BY SIZE
                       ";OVERFLOW" DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-SUM-MODE DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-EXTRACT-FROM DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-EXTRACT-STEP DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CR-INPUT-REQUESTER DELIMITED BY SPACE
                       INTO CR-EXTRACT-LINE
               ELSE
                   MOVE WS-SUM TO WS-EXTRACT-SUM
                   ADD WS-SUM TO WS-HASH-TOTAL
                   PERFORM 2250-ROLL-HASH-TOTAL
                   STRING "SUM;" DELIMITED BY SIZE
                       WS-EXTRACT-N DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-EXTRACT-SUM DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-SUM-MODE DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-EXTRACT-FROM DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-EXTRACT-STEP DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CR-INPUT-REQUESTER DELIMITED BY SPACE
                       INTO CR-EXTRACT-LINE
               END-IF
               WRITE CR-EXTRACT-LINE.

           2250-ROLL-HASH-TOTAL.
               IF WS-HASH-TOTAL >= WS-HASH-MODULUS
                   SUBTRACT WS-HASH-MODULUS FROM WS-HASH-TOTAL
               END-IF.

           8600-WRITE-EXTRACT-TRAILER.
               MOVE WS-DETAIL-COUNT TO WS-TRL-DETAIL
               MOVE WS-HASH-TOTAL TO WS-TRL-HASH
                   WS-TRL-HASH DELIMITED BY SIZE
                   INTO CR-EXTRACT-LINE
               WRITE CR-EXTRACT-LINE.

           8700-POST-CONTROL-TOTALS.
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
                   PERFORM 1850-WRITE-EXCEPTION
               ELSE
                   MOVE "N-READ" TO WS-CT-NAME
                   MOVE WS-RECORD-NUMBER TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "N-ZERO" TO WS-CT-NAME
                   MOVE WS-ZERO-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "EXTRACT-DETAIL" TO WS-CT-NAME
                   MOVE WS-DETAIL-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "HIST-ADDED" TO WS-CT-NAME
                   MOVE WS-HIST-ADDED TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "HIST-UPDATED" TO WS-CT-NAME
                   MOVE WS-HIST-UPDATED TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   CLOSE CTLTOT-FILE
               END-IF.

           8750-WRITE-CONTROL-TOTAL.
               MOVE WS-CYCLE-NUMBER TO CT-CYCLE-NUMBER
               MOVE "COMBRPT" TO CT-PROGRAM-NAME
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
                   PERFORM 1850-WRITE-EXCEPTION
               ELSE
                   WRITE AUDIT-LOG-RECORD
                   CLOSE AUDIT-LOG-FILE
               END-IF.
