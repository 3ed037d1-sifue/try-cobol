           IDENTIFICATION DIVISION.
           PROGRAM-ID. CombinedSplit.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SP-CONTROL-FILE ASSIGN TO "COMBSPLT.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SP-CONTROL-STATUS.
               SELECT CR-INPUT-FILE ASSIGN TO "COMBINED.INPUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-INPUT-STATUS.
               SELECT PT-INPUT-FILE ASSIGN USING WS-PT-INPUT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-PT-INPUT-STATUS.
               SELECT COMBPART-FILE ASSIGN TO "COMBPART.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBPART-STATUS.
               SELECT SP-REPORT-FILE ASSIGN TO "COMBSPLT.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SP-REPORT-STATUS.
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
           FD  SP-CONTROL-FILE.
           01  SP-CONTROL-RECORD.
               05 SPC-PARTITIONS   PIC X(2).
               05 FILLER           PIC X(78).
           FD  CR-INPUT-FILE.
           01  CR-INPUT-RECORD     PIC X(80).
           FD  PT-INPUT-FILE.
           01  PT-INPUT-RECORD     PIC X(80).
           FD  COMBPART-FILE.
           COPY "combpart.cpy".
           FD  SP-REPORT-FILE.
           01  SP-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-SP-CONTROL-STATUS PIC XX.
              88 WS-SP-CONTROL-OK  VALUE "00".
           01 WS-CR-INPUT-STATUS   PIC XX.
              88 WS-CR-INPUT-OK    VALUE "00".
           01 WS-PT-INPUT-STATUS   PIC XX.
              88 WS-PT-INPUT-OK    VALUE "00".
           01 WS-COMBPART-STATUS   PIC XX.
              88 WS-COMBPART-OK    VALUE "00".
              88 WS-COMBPART-EOF   VALUE "10".
           01 WS-SP-REPORT-STATUS  PIC XX.
              88 WS-SP-REPORT-OK   VALUE "00".
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
           01 WS-CT-NAME           PIC X(16).
           01 WS-CT-VALUE          BINARY-LONG.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-PARTS-WANTED      BINARY-LONG VALUE 1.
           01 WS-PARTS-MAX         BINARY-LONG VALUE 20.
           01 WS-PART-SIZE         BINARY-LONG.
           01 WS-PART-RECORDS      BINARY-LONG.
           01 WS-PART-NO           PIC 9(2).
           01 WS-PT-INPUT-NAME     PIC X(40).
           01 WS-WORK-NAME         PIC X(40).
           01 WS-DELETE-RC         PIC S9(9) COMP-5.
           01 WS-INPUT-COUNT       BINARY-LONG VALUE 0.
           01 WS-CHAR-IDX          BINARY-LONG.
           01 WS-INPUT-HASH        PIC 9(18) VALUE 0.
           01 WS-PLAN-HASH         PIC 9(18) VALUE 0.
           01 WS-HASH-MODULUS      PIC 9(18)
                                   VALUE 999999999999999989.
           01 WS-PLAN-HASH-FLAG    PIC X VALUE "Y".
              88 WS-PLAN-HASH-OK   VALUE "Y".
           01 WS-WRITTEN-COUNT     BINARY-LONG VALUE 0.
           01 WS-PLAN-COUNT        BINARY-LONG VALUE 0.
           01 WS-PLAN-IDX          BINARY-LONG.
           01 WS-PLAN-RECORDS      BINARY-LONG VALUE 0.
           01 WS-PLAN-OPEN-COUNT   BINARY-LONG VALUE 0.
           01 WS-PLAN-TABLE.
              05 WS-PLAN-ROW       PIC X(151) OCCURS 20 TIMES.
           01 WS-PLAN-KEPT-FLAG    PIC X VALUE "N".
              88 WS-PLAN-KEPT      VALUE "Y".
           01 WS-WARNING-FLAG      PIC X VALUE "N".
              88 WS-WARNING        VALUE "Y".
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "COMBINED REPORT SPLIT".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-INPUT-LINE.
              05 FILLER            PIC X(25)
                 VALUE "COMBINED.INPUT RECORDS:".
              05 WS-IL-COUNT       PIC ZZZZZZZZ9.
              05 FILLER            PIC X(22)
                 VALUE "  PARTITIONS WANTED:".
              05 WS-IL-WANTED      PIC Z9.
           01 WS-KEPT-LINE.
              05 FILLER            PIC X(60) VALUE
                 "UNFINISHED PLAN KEPT - ONLY OPEN PARTITIONS WILL RUN".
           01 WS-DISCARD-LINE.
              05 FILLER            PIC X(60) VALUE
                 "COMBINED.INPUT CHANGED - UNFINISHED PLAN DISCARDED".
           01 WS-COLUMN-LINE.
              05 FILLER            PIC X(11) VALUE "PARTITION".
              05 FILLER            PIC X(14) VALUE "  FIRST RECORD".
              05 FILLER            PIC X(11) VALUE "    RECORDS".
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 FILLER            PIC X(8)  VALUE "STATUS".
              05 FILLER            PIC X(11) VALUE "       DONE".
           01 WS-PART-LINE.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-PL-PARTITION   PIC X(2).
              05 FILLER            PIC X(7)  VALUE SPACES.
              05 WS-PL-FIRST       PIC ZZZZZZZZZZZZ9.
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-PL-RECORDS     PIC ZZZZZZZZZ9.
              05 FILLER            PIC X(3)  VALUE SPACES.
              05 WS-PL-STATUS      PIC X(8).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-PL-DONE        PIC ZZZZZZZZZ9.
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(17) VALUE "RECORDS WRITTEN: ".
              05 WS-CL-WRITTEN     PIC ZZZZZZZZ9.
              05 FILLER            PIC X(14) VALUE "  PARTITIONS: ".
              05 WS-CL-PARTS       PIC Z9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF COMBINED REPORT SPLIT".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-COUNT-INPUT
               PERFORM 3000-CHECK-PLAN
               IF NOT WS-PLAN-KEPT
                   PERFORM 4000-SPLIT-INPUT
               END-IF
               PERFORM 5000-REPORT-PLAN
               PERFORM 8000-WRITE-TOTALS
               CLOSE SP-REPORT-FILE
               PERFORM 8700-POST-CONTROL-TOTALS
               MOVE WS-INPUT-COUNT TO ALOG-INPUT-VALUE
               MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN OUTPUT SP-REPORT-FILE
               IF NOT WS-SP-REPORT-OK
                   DISPLAY "COMBSPLT.REPORT could not be opened,"
                       " status " WS-SP-REPORT-STATUS
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
               MOVE SPACES TO SP-REPORT-LINE
               MOVE WS-HEADER-LINE TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE
               MOVE SPACES TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE
               PERFORM 1100-READ-CONTROL-CARD.

           1100-READ-CONTROL-CARD.
               MOVE 1 TO WS-PARTS-WANTED
               OPEN INPUT SP-CONTROL-FILE
               IF NOT WS-SP-CONTROL-OK
                   DISPLAY "COMBSPLT.CONTROL not found, one partition"
                       " used"
               ELSE
                   READ SP-CONTROL-FILE
                       AT END
                           DISPLAY "COMBSPLT.CONTROL is empty, one"
                               " partition used"
                       NOT AT END
                           IF SPC-PARTITIONS IS NUMERIC
                                   AND SPC-PARTITIONS > "00"
                                   AND SPC-PARTITIONS <= "20"
                               MOVE SPC-PARTITIONS TO WS-PARTS-WANTED
                           ELSE
                               DISPLAY "COMBSPLT.CONTROL partition"
                                   " count " SPC-PARTITIONS
                                   " is not 01-20, one partition used"
                               SET WS-WARNING TO TRUE
                               MOVE "WARN" TO WS-EXLG-SEVERITY
                               MOVE SPACES TO WS-EXLG-MESSAGE
                               STRING "COMBSPLT.CONTROL COUNT '"
                                       DELIMITED BY SIZE
                                   SPC-PARTITIONS DELIMITED BY SIZE
                                   "' INVALID, ONE PARTITION USED"
                                       DELIMITED BY SIZE
                                   INTO WS-EXLG-MESSAGE
                               PERFORM 9600-WRITE-EXCEPTION
                           END-IF
                   END-READ
                   CLOSE SP-CONTROL-FILE
               END-IF.

           2000-COUNT-INPUT.
               MOVE 0 TO WS-INPUT-COUNT
               OPEN INPUT CR-INPUT-FILE
               IF NOT WS-CR-INPUT-OK
                   DISPLAY "COMBINED.INPUT could not be opened, status "
                       WS-CR-INPUT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "COMBINED.INPUT OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-CR-INPUT-STATUS DELIMITED BY SIZE
                       ", NOT SPLIT" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   CLOSE SP-REPORT-FILE
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CR-INPUT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-HASH-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CR-INPUT-FILE
               MOVE WS-INPUT-COUNT TO WS-IL-COUNT
               MOVE WS-PARTS-WANTED TO WS-IL-WANTED
               MOVE SPACES TO SP-REPORT-LINE
               MOVE WS-INPUT-LINE TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE.

           2100-HASH-ONE-RECORD.
               ADD 1 TO WS-INPUT-COUNT
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 80
                   COMPUTE WS-INPUT-HASH = FUNCTION MOD(
                       WS-INPUT-HASH * 131
                       + FUNCTION ORD(CR-INPUT-RECORD(WS-CHAR-IDX:1)),
                       WS-HASH-MODULUS)
               END-PERFORM.

           3000-CHECK-PLAN.
               MOVE 0 TO WS-PLAN-COUNT
               MOVE 0 TO WS-PLAN-RECORDS
               MOVE 0 TO WS-PLAN-OPEN-COUNT
               MOVE "Y" TO WS-PLAN-HASH-FLAG
               OPEN INPUT COMBPART-FILE
               IF WS-COMBPART-OK
                   PERFORM UNTIL WS-COMBPART-EOF
                       READ COMBPART-FILE
                           AT END
                               SET WS-COMBPART-EOF TO TRUE
                           NOT AT END
                               PERFORM 3100-KEEP-PLAN-ROW
                       END-READ
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF
               IF WS-PLAN-OPEN-COUNT > 0
                   IF WS-PLAN-RECORDS = WS-INPUT-COUNT
                           AND WS-PLAN-HASH-OK
                           AND WS-PLAN-HASH = WS-INPUT-HASH
                       SET WS-PLAN-KEPT TO TRUE
                       DISPLAY "COMBPART.DAT has unfinished partitions,"
                           " plan kept"
                       MOVE SPACES TO SP-REPORT-LINE
                       MOVE WS-KEPT-LINE TO SP-REPORT-LINE
                       WRITE SP-REPORT-LINE
                   ELSE
                       SET WS-WARNING TO TRUE
                       MOVE SPACES TO SP-REPORT-LINE
                       MOVE WS-DISCARD-LINE TO SP-REPORT-LINE
                       WRITE SP-REPORT-LINE
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "COMBINED.INPUT CHANGED, UNFINISHED"
                               DELIMITED BY SIZE
                           " PARTITION PLAN DISCARDED"
                               DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   END-IF
               END-IF.

           3100-KEEP-PLAN-ROW.
               IF WS-PLAN-COUNT < WS-PARTS-MAX
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE COMBPART-RECORD TO WS-PLAN-ROW(WS-PLAN-COUNT)
                   IF CP-RECORD-COUNT IS NUMERIC
                       ADD CP-RECORD-COUNT TO WS-PLAN-RECORDS
                   END-IF
                   IF CP-INPUT-HASH IS NOT NUMERIC
                       MOVE "N" TO WS-PLAN-HASH-FLAG
                   ELSE
                       IF WS-PLAN-COUNT = 1
                           MOVE CP-INPUT-HASH TO WS-PLAN-HASH
                       ELSE
                           IF CP-INPUT-HASH NOT = WS-PLAN-HASH
                               MOVE "N" TO WS-PLAN-HASH-FLAG
                           END-IF
                       END-IF
                   END-IF
                   IF NOT CP-MERGED
                       ADD 1 TO WS-PLAN-OPEN-COUNT
                   END-IF
               END-IF.

           4000-SPLIT-INPUT.
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PARTS-MAX
                   PERFORM 4100-DELETE-WORK-FILES
               END-PERFORM
               COMPUTE WS-PART-SIZE =
                   (WS-INPUT-COUNT + WS-PARTS-WANTED - 1)
                       / WS-PARTS-WANTED
               IF WS-PART-SIZE = 0
                   MOVE 1 TO WS-PART-SIZE
               END-IF
               MOVE 0 TO WS-PLAN-COUNT
               MOVE 0 TO WS-WRITTEN-COUNT
               MOVE 1 TO WS-PART-NO
               PERFORM 4200-OPEN-PARTITION
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT CR-INPUT-FILE
               PERFORM UNTIL WS-EOF
                   READ CR-INPUT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PART-RECORDS >= WS-PART-SIZE
                               PERFORM 4300-CLOSE-PARTITION
                               ADD 1 TO WS-PART-NO
                               PERFORM 4200-OPEN-PARTITION
                           END-IF
                           MOVE CR-INPUT-RECORD TO PT-INPUT-RECORD
                           WRITE PT-INPUT-RECORD
                           ADD 1 TO WS-PART-RECORDS
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-READ
               END-PERFORM
               CLOSE CR-INPUT-FILE
               PERFORM 4300-CLOSE-PARTITION
               PERFORM 4400-SAVE-PLAN.

           4100-DELETE-WORK-FILES.
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

           4200-OPEN-PARTITION.
               MOVE 0 TO WS-PART-RECORDS
               MOVE SPACES TO WS-PT-INPUT-NAME
               STRING "COMBINED.INPUT.P" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-PT-INPUT-NAME
               OPEN OUTPUT PT-INPUT-FILE
               IF NOT WS-PT-INPUT-OK
                   DISPLAY FUNCTION TRIM(WS-PT-INPUT-NAME)
                       " could not be opened, status "
                       WS-PT-INPUT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-PT-INPUT-NAME DELIMITED BY SPACE
                       " OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-PT-INPUT-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   CLOSE SP-REPORT-FILE
                   MOVE WS-INPUT-COUNT TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE SPACES TO COMBPART-RECORD
               MOVE WS-PART-NO TO CP-PARTITION
               MOVE WS-CYCLE-NUMBER TO CP-CYCLE-NUMBER
               COMPUTE CP-FIRST-RECORD = WS-WRITTEN-COUNT + 1
               MOVE 0 TO CP-RECORD-COUNT
               SET CP-READY TO TRUE
               MOVE 0 TO CP-RECORDS-DONE
               MOVE 0 TO CP-ZERO-COUNT
               MOVE 0 TO CP-DETAIL-COUNT
               MOVE 0 TO CP-HIST-ADDED
               MOVE 0 TO CP-HIST-UPDATED
               MOVE WS-INPUT-HASH TO CP-INPUT-HASH
               MOVE 0 TO CP-DONE-CYCLE
               MOVE COMBPART-RECORD TO WS-PLAN-ROW(WS-PLAN-COUNT).

           4300-CLOSE-PARTITION.
               CLOSE PT-INPUT-FILE
               MOVE WS-PLAN-ROW(WS-PLAN-COUNT) TO COMBPART-RECORD
               MOVE WS-PART-RECORDS TO CP-RECORD-COUNT
               MOVE COMBPART-RECORD TO WS-PLAN-ROW(WS-PLAN-COUNT).

           4400-SAVE-PLAN.
               OPEN OUTPUT COMBPART-FILE
               IF NOT WS-COMBPART-OK
                   DISPLAY "COMBPART.DAT could not be written, status "
                       WS-COMBPART-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "COMBPART.DAT WRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-COMBPART-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   CLOSE SP-REPORT-FILE
                   MOVE WS-INPUT-COUNT TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
                   WRITE COMBPART-RECORD
               END-PERFORM
               CLOSE COMBPART-FILE.

           5000-REPORT-PLAN.
               MOVE SPACES TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE
               MOVE SPACES TO SP-REPORT-LINE
               MOVE WS-COLUMN-LINE TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   MOVE WS-PLAN-ROW(WS-PLAN-IDX) TO COMBPART-RECORD
                   MOVE CP-PARTITION TO WS-PL-PARTITION
                   MOVE CP-FIRST-RECORD TO WS-PL-FIRST
                   MOVE CP-RECORD-COUNT TO WS-PL-RECORDS
                   MOVE CP-STATUS TO WS-PL-STATUS
                   MOVE CP-RECORDS-DONE TO WS-PL-DONE
                   MOVE SPACES TO SP-REPORT-LINE
                   MOVE WS-PART-LINE TO SP-REPORT-LINE
                   WRITE SP-REPORT-LINE
               END-PERFORM.

           8000-WRITE-TOTALS.
               MOVE SPACES TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE
               MOVE WS-WRITTEN-COUNT TO WS-CL-WRITTEN
               MOVE WS-PLAN-COUNT TO WS-CL-PARTS
               MOVE SPACES TO SP-REPORT-LINE
               MOVE WS-COUNT-LINE TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE
               MOVE SPACES TO SP-REPORT-LINE
               MOVE WS-TRAILER-LINE TO SP-REPORT-LINE
               WRITE SP-REPORT-LINE.

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
                   MOVE "SPLIT-READ" TO WS-CT-NAME
                   MOVE WS-INPUT-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "SPLIT-WRITTEN" TO WS-CT-NAME
                   MOVE WS-WRITTEN-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "SPLIT-PARTITIONS" TO WS-CT-NAME
                   MOVE WS-PLAN-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   CLOSE CTLTOT-FILE
               END-IF.

           8750-WRITE-CONTROL-TOTAL.
               MOVE WS-CYCLE-NUMBER TO CT-CYCLE-NUMBER
               MOVE ALOG-PROGRAM-NAME TO CT-PROGRAM-NAME
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
               MOVE "COMBSPLT" TO ALOG-PROGRAM-NAME
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
