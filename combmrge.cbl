           IDENTIFICATION DIVISION.
           PROGRAM-ID. CombinedMerge.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMBPART-FILE ASSIGN TO "COMBPART.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBPART-STATUS.
               SELECT PT-REPORT-FILE ASSIGN USING WS-PT-REPORT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-PT-REPORT-STATUS.
               SELECT PT-EXTRACT-FILE ASSIGN USING WS-PT-EXTRACT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-PT-EXTRACT-STATUS.
               SELECT CR-REPORT-FILE ASSIGN TO "COMBINED.REPORT.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-REPORT-STATUS.
               SELECT CR-EXTRACT-FILE ASSIGN TO "COMBINED.EXTRACT.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-EXTRACT-STATUS.
               SELECT MG-REPORT-FILE ASSIGN TO "COMBMRGE.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-MG-REPORT-STATUS.
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
           FD  COMBPART-FILE.
           COPY "combpart.cpy".
           FD  PT-REPORT-FILE.
           01  PT-REPORT-LINE      PIC X(80).
           FD  PT-EXTRACT-FILE.
           01  PT-EXTRACT-LINE     PIC X(80).
           FD  CR-REPORT-FILE.
           01  CR-REPORT-LINE      PIC X(80).
           FD  CR-EXTRACT-FILE.
           01  CR-EXTRACT-LINE     PIC X(80).
           FD  MG-REPORT-FILE.
           01  MG-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-COMBPART-STATUS   PIC XX.
              88 WS-COMBPART-OK    VALUE "00".
              88 WS-COMBPART-EOF   VALUE "10".
           01 WS-PT-REPORT-STATUS  PIC XX.
              88 WS-PT-REPORT-OK   VALUE "00".
           01 WS-PT-EXTRACT-STATUS PIC XX.
              88 WS-PT-EXTRACT-OK  VALUE "00".
           01 WS-CR-REPORT-STATUS  PIC XX.
              88 WS-CR-REPORT-OK   VALUE "00".
           01 WS-CR-EXTRACT-STATUS PIC XX.
              88 WS-CR-EXTRACT-OK  VALUE "00".
           01 WS-MG-REPORT-STATUS  PIC XX.
              88 WS-MG-REPORT-OK   VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
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
           01 WS-ALOG-SAVE         PIC X(108).
           01 WS-ALOG-EOF-FLAG     PIC X.
              88 WS-ALOG-EOF       VALUE "Y".
           01 WS-COMBRPT-FLAG      PIC X VALUE "Y".
              88 WS-COMBRPT-CURRENT VALUE "Y".
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-PT-EOF-FLAG       PIC X.
              88 WS-PT-EOF         VALUE "Y".
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-PT-REPORT-NAME    PIC X(40).
           01 WS-PT-EXTRACT-NAME   PIC X(40).
           01 WS-WORK-NAME         PIC X(40).
           01 WS-DELETE-RC         PIC S9(9) COMP-5.
           01 WS-FILE-RC           PIC S9(9) COMP-5.
           01 WS-OLD-NAME          PIC X(40).
           01 WS-NEW-NAME          PIC X(40).
           01 WS-PLAN-COUNT        BINARY-LONG VALUE 0.
           01 WS-PLAN-IDX          BINARY-LONG.
           01 WS-PLAN-TABLE.
              05 WS-PLAN-ROW       PIC X(151) OCCURS 20 TIMES.
           01 WS-OPEN-COUNT        BINARY-LONG VALUE 0.
           01 WS-MERGED-COUNT      BINARY-LONG VALUE 0.
           01 WS-MERGE-STATE       PIC X VALUE SPACE.
              88 WS-NO-PLAN        VALUE "0".
              88 WS-ALREADY-MERGED VALUE "M".
              88 WS-MERGE-HELD     VALUE "H".
              88 WS-MERGE-FAILED   VALUE "F".
           01 WS-PART-NO           PIC 9(2).
           01 WS-PART-1            PIC X(10).
           01 WS-PART-2            PIC X(20).
           01 WS-PART-3            PIC X(20).
           01 WS-PT-REPORT-LINES   BINARY-LONG.
           01 WS-PT-DETAIL-COUNT   BINARY-LONG.
           01 WS-PT-TRAILER-COUNT  BINARY-LONG.
           01 WS-PT-HASH-TOTAL     BINARY-DOUBLE.
           01 WS-PT-TRAILER-HASH   BINARY-DOUBLE.
           01 WS-PT-TRAILER-FLAG   PIC X.
              88 WS-PT-TRAILER-SEEN VALUE "Y".
           01 WS-RECORDS-TOTAL     BINARY-LONG VALUE 0.
           01 WS-ZERO-TOTAL        BINARY-LONG VALUE 0.
           01 WS-HIST-ADDED        BINARY-LONG VALUE 0.
           01 WS-HIST-UPDATED      BINARY-LONG VALUE 0.
           01 WS-REPORT-LINES      BINARY-LONG VALUE 0.
           01 WS-DETAIL-COUNT      BINARY-LONG VALUE 0.
           01 WS-HASH-TOTAL        BINARY-DOUBLE VALUE 0.
           01 WS-HASH-MODULUS      BINARY-DOUBLE
                                   VALUE 1000000000000000000.
           01 WS-TRL-DETAIL        PIC 9(9).
           01 WS-TRL-HASH          PIC 9(18).
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "COMBINED REPORT MERGE".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-NO-PLAN-LINE.
              05 FILLER            PIC X(60) VALUE
                 "COMBPART.DAT NOT PRESENT - RUN WAS NOT PARTITIONED".
           01 WS-MERGED-LINE.
              05 FILLER            PIC X(60) VALUE
                 "ALL PARTITIONS ALREADY MERGED - NOTHING TO DO".
           01 WS-NOT-POSTED-LINE.
              05 FILLER            PIC X(60) VALUE
                 "COMBRPT DID NOT COMPLETE - REPORT NOT CURRENT".
           01 WS-HELD-LINE.
              05 FILLER            PIC X(60) VALUE
                 "MERGE HELD - RESTART THE OPEN PARTITIONS FIRST".
           01 WS-FAILED-LINE.
              05 FILLER            PIC X(60) VALUE
                 "MERGE FAILED - PARTITION FILES KEPT, PLAN NOT MERGED".
           01 WS-COLUMN-LINE.
              05 FILLER            PIC X(11) VALUE "PARTITION".
              05 FILLER            PIC X(11) VALUE "    RECORDS".
              05 FILLER            PIC X(13) VALUE " REPORT LINES".
              05 FILLER            PIC X(11) VALUE "    DETAILS".
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 FILLER            PIC X(8)  VALUE "STATUS".
           01 WS-PART-LINE.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-PL-PARTITION   PIC X(2).
              05 FILLER            PIC X(7)  VALUE SPACES.
              05 WS-PL-RECORDS     PIC ZZZZZZZZZZ9.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-PL-LINES       PIC ZZZZZZZZZZ9.
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-PL-DETAILS     PIC ZZZZZZZZZZ9.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-PL-STATUS      PIC X(24).
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(19) VALUE "PARTITIONS MERGED:".
              05 WS-CL-PARTS       PIC Z9.
              05 FILLER            PIC X(11) VALUE "  RECORDS: ".
              05 WS-CL-RECORDS     PIC ZZZZZZZZ9.
              05 FILLER            PIC X(18) VALUE "  EXTRACT DETAIL: ".
              05 WS-CL-DETAIL      PIC ZZZZZZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF COMBINED REPORT MERGE".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-PLAN
               EVALUATE TRUE
                   WHEN WS-NO-PLAN
                       MOVE SPACES TO MG-REPORT-LINE
                       MOVE WS-NO-PLAN-LINE TO MG-REPORT-LINE
                       WRITE MG-REPORT-LINE
                       PERFORM 2500-CHECK-COMBRPT-CURRENT
                   WHEN WS-ALREADY-MERGED
                       MOVE SPACES TO MG-REPORT-LINE
                       MOVE WS-MERGED-LINE TO MG-REPORT-LINE
                       WRITE MG-REPORT-LINE
                       PERFORM 2500-CHECK-COMBRPT-CURRENT
                   WHEN OTHER
                       PERFORM 2100-CHECK-PARTITIONS
                       IF NOT WS-MERGE-HELD
                           PERFORM 3000-MERGE-PARTITIONS
                       END-IF
               END-EVALUATE
               PERFORM 8000-WRITE-TOTALS
               CLOSE MG-REPORT-FILE
               MOVE WS-RECORDS-TOTAL TO ALOG-INPUT-VALUE
               EVALUATE TRUE
                   WHEN WS-MERGE-FAILED
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-MERGE-HELD
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT WS-COMBRPT-CURRENT
                       MOVE "STALE" TO ALOG-COMPLETION-STATUS
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               END-EVALUATE
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN OUTPUT MG-REPORT-FILE
               IF NOT WS-MG-REPORT-OK
                   DISPLAY "COMBMRGE.REPORT could not be opened,"
                       " status " WS-MG-REPORT-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE WS-CYCLE-NUMBER TO WS-HDR-CYCLE
               MOVE SPACES TO MG-REPORT-LINE
               MOVE WS-HEADER-LINE TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE
               MOVE SPACES TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE.

           2000-LOAD-PLAN.
               MOVE 0 TO WS-PLAN-COUNT
               MOVE 0 TO WS-OPEN-COUNT
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
                                       ADD 1 TO WS-OPEN-COUNT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-PLAN-COUNT = 0
                       SET WS-NO-PLAN TO TRUE
                   WHEN WS-OPEN-COUNT = 0
                       SET WS-ALREADY-MERGED TO TRUE
               END-EVALUATE.

           2100-CHECK-PARTITIONS.
               MOVE SPACES TO MG-REPORT-LINE
               MOVE WS-COLUMN-LINE TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
                   IF NOT CP-DONE
                       SET WS-MERGE-HELD TO TRUE
                       MOVE SPACES TO WS-PART-LINE
                       MOVE CP-PARTITION TO WS-PL-PARTITION
                       MOVE CP-RECORD-COUNT TO WS-PL-RECORDS
                       STRING "NOT COMPLETE - " DELIMITED BY SIZE
                           CP-STATUS DELIMITED BY SPACE
                           INTO WS-PL-STATUS
                       MOVE SPACES TO MG-REPORT-LINE
                       MOVE WS-PART-LINE TO MG-REPORT-LINE
                       WRITE MG-REPORT-LINE
                       MOVE "SEVERE" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "MERGE HELD, PARTITION " DELIMITED BY SIZE
                           CP-PARTITION DELIMITED BY SIZE
                           " IS " DELIMITED BY SIZE
                           CP-STATUS DELIMITED BY SPACE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   END-IF
               END-PERFORM
               IF WS-MERGE-HELD
                   MOVE SPACES TO MG-REPORT-LINE
                   WRITE MG-REPORT-LINE
                   MOVE SPACES TO MG-REPORT-LINE
                   MOVE WS-HELD-LINE TO MG-REPORT-LINE
                   WRITE MG-REPORT-LINE
               END-IF.

           2500-CHECK-COMBRPT-CURRENT.
               MOVE "N" TO WS-COMBRPT-FLAG
               MOVE "N" TO WS-ALOG-EOF-FLAG
               MOVE AUDIT-LOG-RECORD TO WS-ALOG-SAVE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDIT-OK
                   PERFORM UNTIL WS-ALOG-EOF
                       READ AUDIT-LOG-FILE
                           AT END
                               SET WS-ALOG-EOF TO TRUE
                           NOT AT END
                               PERFORM 2510-CHECK-ONE-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
               MOVE WS-ALOG-SAVE TO AUDIT-LOG-RECORD
               IF NOT WS-COMBRPT-CURRENT
                   MOVE SPACES TO MG-REPORT-LINE
                   MOVE WS-NOT-POSTED-LINE TO MG-REPORT-LINE
                   WRITE MG-REPORT-LINE
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "COMBRPT DID NOT COMPLETE FOR CYCLE,"
                           DELIMITED BY SIZE
                       " REPORT NOT CURRENT" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           2510-CHECK-ONE-AUDIT-RECORD.
               IF ALOG-CYCLE-NUMBER = WS-CYCLE-NUMBER
                   EVALUATE TRUE
                       WHEN ALOG-PROGRAM-NAME = "COMBRPT"
                           IF ALOG-COMPLETION-STATUS = "SUCCESS"
                               MOVE "Y" TO WS-COMBRPT-FLAG
                           ELSE
                               IF ALOG-COMPLETION-STATUS
                                       NOT = "DENIED"
                                   MOVE "N" TO WS-COMBRPT-FLAG
                               END-IF
                           END-IF
                       WHEN ALOG-PROGRAM-NAME = "COMBMRGE"
                               AND ALOG-COMPLETION-STATUS = "SUCCESS"
                               AND ALOG-INPUT-VALUE > 0
                           MOVE "Y" TO WS-COMBRPT-FLAG
                   END-EVALUATE
               END-IF.

           3000-MERGE-PARTITIONS.
               OPEN OUTPUT CR-REPORT-FILE
               OPEN OUTPUT CR-EXTRACT-FILE
               IF NOT WS-CR-REPORT-OK OR NOT WS-CR-EXTRACT-OK
                   DISPLAY "COMBINED.REPORT/EXTRACT could not be"
                       " opened, status " WS-CR-REPORT-STATUS
                       " " WS-CR-EXTRACT-STATUS
                   SET WS-MERGE-FAILED TO TRUE
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "COMBINED OUTPUT OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-CR-REPORT-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CR-EXTRACT-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   MOVE SPACES TO CR-EXTRACT-LINE
                   STRING "HDR;" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(ALOG-JOB-NAME) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-CYCLE-NUMBER DELIMITED BY SIZE
                       INTO CR-EXTRACT-LINE
                   WRITE CR-EXTRACT-LINE
                   PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                           UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                       PERFORM 3100-MERGE-ONE-PARTITION
                   END-PERFORM
                   MOVE WS-DETAIL-COUNT TO WS-TRL-DETAIL
                   MOVE WS-HASH-TOTAL TO WS-TRL-HASH
                   MOVE SPACES TO CR-EXTRACT-LINE
                   STRING "TRL;" DELIMITED BY SIZE
                       WS-TRL-DETAIL DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-TRL-HASH DELIMITED BY SIZE
                       INTO CR-EXTRACT-LINE
                   WRITE CR-EXTRACT-LINE
                   CLOSE CR-REPORT-FILE
                   CLOSE CR-EXTRACT-FILE
                   IF NOT WS-MERGE-FAILED
                       PERFORM 3400-SWAP-MERGED-FILES
                   END-IF
                   IF WS-MERGE-FAILED
                       PERFORM 3700-DROP-NEW-FILES
                       MOVE SPACES TO MG-REPORT-LINE
                       WRITE MG-REPORT-LINE
                       MOVE SPACES TO MG-REPORT-LINE
                       MOVE WS-FAILED-LINE TO MG-REPORT-LINE
                       WRITE MG-REPORT-LINE
                   ELSE
                       PERFORM 3500-MARK-PLAN-MERGED
                       PERFORM 8700-POST-CONTROL-TOTALS
                   END-IF
               END-IF.

           3100-MERGE-ONE-PARTITION.
               MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
               MOVE CP-PARTITION TO WS-PART-NO
               MOVE SPACES TO WS-PART-LINE
               MOVE CP-PARTITION TO WS-PL-PARTITION
               MOVE CP-RECORDS-DONE TO WS-PL-RECORDS
               MOVE 0 TO WS-PT-REPORT-LINES
               MOVE 0 TO WS-PT-DETAIL-COUNT
               MOVE 0 TO WS-PT-TRAILER-COUNT
               MOVE 0 TO WS-PT-HASH-TOTAL
               MOVE -1 TO WS-PT-TRAILER-HASH
               MOVE "N" TO WS-PT-TRAILER-FLAG
               MOVE SPACES TO WS-PT-REPORT-NAME
               STRING "COMBINED.REPORT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-PT-REPORT-NAME
               MOVE SPACES TO WS-PT-EXTRACT-NAME
               STRING "COMBINED.EXTRACT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-PT-EXTRACT-NAME
               PERFORM 3200-COPY-PARTITION-REPORT
               PERFORM 3300-COPY-PARTITION-EXTRACT
               MOVE WS-PT-REPORT-LINES TO WS-PL-LINES
               MOVE WS-PT-DETAIL-COUNT TO WS-PL-DETAILS
               EVALUATE TRUE
                   WHEN NOT WS-PT-REPORT-OK
                       MOVE "REPORT MISSING" TO WS-PL-STATUS
                   WHEN NOT WS-PT-EXTRACT-OK
                       MOVE "EXTRACT MISSING" TO WS-PL-STATUS
                   WHEN NOT WS-PT-TRAILER-SEEN
                       MOVE "NO EXTRACT TRAILER" TO WS-PL-STATUS
                   WHEN WS-PT-DETAIL-COUNT NOT = WS-PT-TRAILER-COUNT
                   WHEN WS-PT-DETAIL-COUNT NOT = CP-DETAIL-COUNT
                       MOVE "OUT OF BALANCE" TO WS-PL-STATUS
                   WHEN WS-PT-HASH-TOTAL NOT = WS-PT-TRAILER-HASH
                       MOVE "HASH OUT OF BALANCE" TO WS-PL-STATUS
                   WHEN OTHER
                       MOVE "MERGED" TO WS-PL-STATUS
                       ADD 1 TO WS-MERGED-COUNT
                       ADD CP-RECORDS-DONE TO WS-RECORDS-TOTAL
                       ADD CP-ZERO-COUNT TO WS-ZERO-TOTAL
                       IF CP-DONE-CYCLE NOT NUMERIC
                               OR CP-DONE-CYCLE = WS-CYCLE-NUMBER
                           ADD CP-HIST-ADDED TO WS-HIST-ADDED
                           ADD CP-HIST-UPDATED TO WS-HIST-UPDATED
                       END-IF
               END-EVALUATE
               IF WS-PL-STATUS NOT = "MERGED"
                   SET WS-MERGE-FAILED TO TRUE
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "MERGE FAILED, PARTITION " DELIMITED BY SIZE
                       CP-PARTITION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PL-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF
               MOVE SPACES TO MG-REPORT-LINE
               MOVE WS-PART-LINE TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE.

           3200-COPY-PARTITION-REPORT.
               OPEN INPUT PT-REPORT-FILE
               IF WS-PT-REPORT-OK
                   MOVE "N" TO WS-PT-EOF-FLAG
                   PERFORM UNTIL WS-PT-EOF
                       READ PT-REPORT-FILE
                           AT END
                               SET WS-PT-EOF TO TRUE
                           NOT AT END
                               MOVE PT-REPORT-LINE TO CR-REPORT-LINE
                               WRITE CR-REPORT-LINE
                               ADD 1 TO WS-PT-REPORT-LINES
                               ADD 1 TO WS-REPORT-LINES
                       END-READ
                   END-PERFORM
                   CLOSE PT-REPORT-FILE
                   MOVE "00" TO WS-PT-REPORT-STATUS
               END-IF.

           3300-COPY-PARTITION-EXTRACT.
               OPEN INPUT PT-EXTRACT-FILE
               IF WS-PT-EXTRACT-OK
                   MOVE "N" TO WS-PT-EOF-FLAG
                   PERFORM UNTIL WS-PT-EOF
                       READ PT-EXTRACT-FILE
                           AT END
                               SET WS-PT-EOF TO TRUE
                           NOT AT END
                               PERFORM 3310-COPY-ONE-EXTRACT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PT-EXTRACT-FILE
                   MOVE "00" TO WS-PT-EXTRACT-STATUS
               END-IF.

           3310-COPY-ONE-EXTRACT-LINE.
               MOVE SPACES TO WS-PART-1
               MOVE SPACES TO WS-PART-2
               MOVE SPACES TO WS-PART-3
               UNSTRING PT-EXTRACT-LINE DELIMITED BY ";"
                   INTO WS-PART-1 WS-PART-2 WS-PART-3
               EVALUATE WS-PART-1
                   WHEN "HDR"
                       CONTINUE
                   WHEN "TRL"
                       SET WS-PT-TRAILER-SEEN TO TRUE
                       IF FUNCTION TEST-NUMVAL(WS-PART-2) = 0
                           MOVE FUNCTION NUMVAL(WS-PART-2)
                               TO WS-PT-TRAILER-COUNT
                       END-IF
                       IF FUNCTION TEST-NUMVAL(WS-PART-3) = 0
                           MOVE FUNCTION NUMVAL(WS-PART-3)
                               TO WS-PT-TRAILER-HASH
                       END-IF
                   WHEN OTHER
                       MOVE PT-EXTRACT-LINE TO CR-EXTRACT-LINE
                       WRITE CR-EXTRACT-LINE
                       IF WS-PART-1 = "SUM"
                           ADD 1 TO WS-PT-DETAIL-COUNT
                           ADD 1 TO WS-DETAIL-COUNT
                           IF FUNCTION TEST-NUMVAL(WS-PART-3) = 0
                               ADD FUNCTION NUMVAL(WS-PART-3)
                                   TO WS-HASH-TOTAL
                               IF WS-HASH-TOTAL >= WS-HASH-MODULUS
                                   SUBTRACT WS-HASH-MODULUS
                                       FROM WS-HASH-TOTAL
                               END-IF
                               ADD FUNCTION NUMVAL(WS-PART-3)
                                   TO WS-PT-HASH-TOTAL
                               IF WS-PT-HASH-TOTAL >= WS-HASH-MODULUS
                                   SUBTRACT WS-HASH-MODULUS
                                       FROM WS-PT-HASH-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE.

           3400-SWAP-MERGED-FILES.
               MOVE "COMBINED.REPORT" TO WS-OLD-NAME
               MOVE "COMBINED.REPORT.NEW" TO WS-NEW-NAME
               PERFORM 3450-SWAP-ONE-FILE
               IF NOT WS-MERGE-FAILED
                   MOVE "COMBINED.EXTRACT" TO WS-OLD-NAME
                   MOVE "COMBINED.EXTRACT.NEW" TO WS-NEW-NAME
                   PERFORM 3450-SWAP-ONE-FILE
               END-IF.

           3450-SWAP-ONE-FILE.
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-OLD-NAME
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC NOT = 0
                   DISPLAY FUNCTION TRIM(WS-NEW-NAME)
                       " could not replace " FUNCTION TRIM(WS-OLD-NAME)
                   SET WS-MERGE-FAILED TO TRUE
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-NEW-NAME DELIMITED BY SPACE
                       " COULD NOT REPLACE " DELIMITED BY SIZE
                       WS-OLD-NAME DELIMITED BY SPACE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           3500-MARK-PLAN-MERGED.
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
                   SET CP-MERGED TO TRUE
                   MOVE COMBPART-RECORD TO WS-PLAN-ROW(WS-PLAN-IDX)
               END-PERFORM
               OPEN OUTPUT COMBPART-FILE
               IF NOT WS-COMBPART-OK
                   DISPLAY "COMBPART.DAT could not be rewritten,"
                       " status " WS-COMBPART-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "COMBPART.DAT REWRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-COMBPART-STATUS DELIMITED BY SIZE
                       ", PLAN NOT MARKED MERGED" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                           UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                       MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
                       WRITE COMBPART-RECORD
                       MOVE CP-PARTITION TO WS-PART-NO
                       PERFORM 3600-DELETE-WORK-FILES
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF.

           3600-DELETE-WORK-FILES.
               MOVE SPACES TO WS-WORK-NAME
               STRING "COMBINED.INPUT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
                   RETURNING WS-DELETE-RC
               MOVE SPACES TO WS-WORK-NAME
               STRING "COMBINED.REPORT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
                   RETURNING WS-DELETE-RC
               MOVE SPACES TO WS-WORK-NAME
               STRING "COMBINED.EXTRACT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
                   RETURNING WS-DELETE-RC
               MOVE SPACES TO WS-WORK-NAME
               STRING "COMBCKPT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
                   RETURNING WS-DELETE-RC.

           3700-DROP-NEW-FILES.
               MOVE "COMBINED.REPORT.NEW" TO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
                   RETURNING WS-DELETE-RC
               MOVE "COMBINED.EXTRACT.NEW" TO WS-WORK-NAME
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
                   RETURNING WS-DELETE-RC.

           8000-WRITE-TOTALS.
               MOVE SPACES TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE
               MOVE WS-MERGED-COUNT TO WS-CL-PARTS
               MOVE WS-RECORDS-TOTAL TO WS-CL-RECORDS
               MOVE WS-DETAIL-COUNT TO WS-CL-DETAIL
               MOVE SPACES TO MG-REPORT-LINE
               MOVE WS-COUNT-LINE TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE
               MOVE SPACES TO MG-REPORT-LINE
               MOVE WS-TRAILER-LINE TO MG-REPORT-LINE
               WRITE MG-REPORT-LINE.

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
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   MOVE "COMBRPT" TO WS-CT-PROGRAM
                   MOVE "N-READ" TO WS-CT-NAME
                   MOVE WS-RECORDS-TOTAL TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "N-ZERO" TO WS-CT-NAME
                   MOVE WS-ZERO-TOTAL TO WS-CT-VALUE
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
                   MOVE ALOG-PROGRAM-NAME TO WS-CT-PROGRAM
                   MOVE "MERGE-PARTITIONS" TO WS-CT-NAME
                   MOVE WS-MERGED-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   CLOSE CTLTOT-FILE
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
               MOVE "COMBMRGE" TO ALOG-PROGRAM-NAME
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
