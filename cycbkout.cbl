           IDENTIFICATION DIVISION.
           PROGRAM-ID. CycleBackout.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BK-CONTROL-FILE ASSIGN TO "CYCBKOUT.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-CONTROL-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT BK-ROLLGEN-FILE ASSIGN TO "ROLLGEN.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-ROLLGEN-STATUS.
               SELECT BK-ROLLGEN-NEW-FILE ASSIGN TO "ROLLGEN.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-ROLLGEN-NEW-STATUS.
               SELECT BK-EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
               SELECT BK-AUDIT-NEW-FILE ASSIGN TO "AUDIT.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-NEW-STATUS.
               SELECT BK-EXCEPT-NEW-FILE ASSIGN TO "EXCEPTIONS.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-NEW-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
               SELECT BK-CTLTOT-NEW-FILE ASSIGN TO "CONTROL.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-NEW-STATUS.
               SELECT BK-REPORT-FILE ASSIGN TO "CYCBKOUT.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-REPORT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  BK-CONTROL-FILE.
           01  BK-CONTROL-RECORD.
               05 BK-CYCLE-SELECT  PIC X(9).
               05 FILLER           PIC X.
               05 BK-MODE          PIC X(7).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  BK-ROLLGEN-FILE.
           COPY "rollgen.cpy".
           FD  BK-ROLLGEN-NEW-FILE.
           01  BK-ROLLGEN-NEW-RECORD PIC X(87).
           FD  BK-EXTRACT-FILE.
           01  BK-EXTRACT-LINE     PIC X(80).
           FD  BK-AUDIT-NEW-FILE.
           01  BK-AUDIT-NEW-RECORD PIC X(108).
           FD  BK-EXCEPT-NEW-FILE.
           01  BK-EXCEPT-NEW-RECORD PIC X(95).
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           FD  BK-CTLTOT-NEW-FILE.
           01  BK-CTLTOT-NEW-RECORD PIC X(63).
           FD  BK-REPORT-FILE.
           01  BK-REPORT-LINE      PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-BK-CONTROL-STATUS PIC XX.
              88 WS-BK-CONTROL-OK  VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-SEVERITY     PIC X(6).
           01 WS-EXLG-MESSAGE      PIC X(60).
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-SUMHIST-STATUS    PIC XX.
              88 WS-SUMHIST-OK     VALUE "00".
           01 WS-SUMHJRNL-STATUS   PIC XX.
              88 WS-SUMHJRNL-OK    VALUE "00".
           01 WS-ROLLGEN-STATUS    PIC XX.
              88 WS-ROLLGEN-OK     VALUE "00".
           01 WS-ROLLGEN-NEW-STATUS PIC XX.
              88 WS-ROLLGEN-NEW-OK VALUE "00".
           01 WS-EXTRACT-STATUS    PIC XX.
              88 WS-EXTRACT-OK     VALUE "00".
           01 WS-AUDIT-NEW-STATUS  PIC XX.
              88 WS-AUDIT-NEW-OK   VALUE "00".
           01 WS-EXCEPT-NEW-STATUS PIC XX.
              88 WS-EXCEPT-NEW-OK  VALUE "00".
           01 WS-CTLTOT-STATUS     PIC XX.
              88 WS-CTLTOT-OK      VALUE "00".
           01 WS-CTLTOT-NEW-STATUS PIC XX.
              88 WS-CTLTOT-NEW-OK  VALUE "00".
           01 WS-BK-REPORT-STATUS  PIC XX.
              88 WS-BK-REPORT-OK   VALUE "00".
           01 WS-EOF-FLAG          PIC X.
              88 WS-EOF            VALUE "Y".
           01 WS-CARD-CYCLE        PIC X(9) VALUE SPACES.
           01 WS-CARD-MODE         PIC X(7) VALUE SPACES.
           01 WS-TARGET-CYCLE      PIC 9(9) VALUE 0.
           01 WS-MODE              PIC X(7) VALUE "PREVIEW".
              88 WS-APPLY          VALUE "APPLY".
              88 WS-PREVIEW        VALUE "PREVIEW".
           01 WS-CARD-WARNING      PIC X(70) VALUE SPACES.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-ALOG-SAVE         PIC X(108).
           01 WS-ALOG-INPUT-COUNT  PIC 9(9).
           01 WS-ALOG-STATUS-TEXT  PIC X(8).
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-TIMESTAMP     PIC X(21).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-WINDOW-LOW        PIC X(14) VALUE SPACES.
           01 WS-WINDOW-HIGH       PIC X(14) VALUE SPACES.
           01 WS-WINDOW-COUNT      BINARY-LONG VALUE 0.
           01 WS-JT-MAX            BINARY-LONG VALUE 5000.
           01 WS-JT-COUNT          BINARY-LONG VALUE 0.
           01 WS-JT-IDX            BINARY-LONG.
           01 WS-JT-SCAN           BINARY-LONG.
           01 WS-JT-OVERFLOW-FLAG  PIC X VALUE "N".
              88 WS-JT-OVERFLOW    VALUE "Y".
           01 WS-JRNL-TABLE.
              05 WS-JT-ENTRY OCCURS 5000 TIMES.
                 10 WS-JT-KEY.
                    15 WS-JT-N     PIC 9(9).
                    15 WS-JT-MODE  PIC X.
                    15 WS-JT-FROM  PIC 9(9).
                    15 WS-JT-STEP  PIC 9(9).
                 10 WS-JT-ACTION   PIC X.
                 10 WS-JT-DONE     PIC X.
                 10 WS-JT-BEFORE   PIC X(76).
                 10 WS-JT-AFTER    PIC X(76).
           01 WS-CUR-FOUND-FLAG    PIC X.
              88 WS-CUR-FOUND      VALUE "Y".
           01 WS-CUR-IMAGE         PIC X(76).
           01 WS-SIM-FOUND-FLAG    PIC X.
              88 WS-SIM-FOUND      VALUE "Y".
           01 WS-IN-TABLE-FLAG     PIC X.
              88 WS-IN-TABLE       VALUE "Y".
           01 WS-JRNL-ACTION       PIC X.
           01 WS-JRNL-BEFORE       PIC X(76).
           01 WS-JRNL-AFTER        PIC X(76).
           01 WS-EXTRACT-NAME      PIC X(40).
           01 WS-HDR-FOUND-FLAG    PIC X.
              88 WS-HDR-FOUND      VALUE "Y".
           01 WS-HDR-CYCLE         PIC 9(9).
           01 WS-HDR-PART-COUNT    BINARY-LONG.
           01 WS-HDR-PARTS.
              05 WS-HDR-PART       PIC X(20) OCCURS 8 TIMES.
           01 WS-FILE-RC           PIC S9(9) COMP-5.
           01 WS-OLD-NAME          PIC X(40).
           01 WS-NEW-NAME          PIC X(40).
           01 WS-HIST-RESTORED     BINARY-LONG VALUE 0.
           01 WS-HIST-REMOVED      BINARY-LONG VALUE 0.
           01 WS-HIST-LEFT         BINARY-LONG VALUE 0.
           01 WS-EXTRACTS-WITHDRAWN BINARY-LONG VALUE 0.
           01 WS-AUDIT-REMOVED     BINARY-LONG VALUE 0.
           01 WS-EXCEPT-REMOVED    BINARY-LONG VALUE 0.
           01 WS-CTLTOT-REMOVED    BINARY-LONG VALUE 0.
           01 WS-ERROR-COUNT       BINARY-LONG VALUE 0.
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "CYCLE BACKOUT REPORT".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-MODE-LINE.
              05 FILLER            PIC X(7)  VALUE "CYCLE: ".
              05 WS-ML-CYCLE       PIC 9(9).
              05 FILLER            PIC X(8)  VALUE "  MODE: ".
              05 WS-ML-MODE        PIC X(7).
              05 FILLER            PIC X(17)
                 VALUE "  RUN IN CYCLE: ".
              05 WS-ML-RUN-CYCLE   PIC 9(9).
           01 WS-WINDOW-LINE.
              05 FILLER            PIC X(22)
                 VALUE "CYCLE AUDIT WINDOW:   ".
              05 WS-WL-LOW         PIC X(14).
              05 FILLER            PIC X(4)  VALUE " TO ".
              05 WS-WL-HIGH        PIC X(14).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-WL-COUNT       PIC ZZZZ9.
              05 FILLER            PIC X(5)  VALUE " RUNS".
           01 WS-NO-WINDOW-LINE.
              05 FILLER            PIC X(51) VALUE
                 "NO AUDIT RECORDS FOR CYCLE, EXCEPTIONS NOT SEARCHED".
           01 WS-DETAIL-LINE.
              05 WS-DL-CATEGORY    PIC X(10).
              05 WS-DL-SUBJECT     PIC X(40).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-DL-ACTION      PIC X(28).
           01 WS-HIST-SUBJECT.
              05 FILLER            PIC X(2)  VALUE "N=".
              05 WS-HS-N           PIC 9(9).
              05 FILLER            PIC X(3)  VALUE " M=".
              05 WS-HS-MODE        PIC X.
              05 FILLER            PIC X(3)  VALUE " F=".
              05 WS-HS-FROM        PIC 9(9).
              05 FILLER            PIC X(3)  VALUE " S=".
              05 WS-HS-STEP        PIC 9(9).
           01 WS-TOTAL-LINE.
              05 WS-TL-TEXT        PIC X(34).
              05 WS-TL-COUNT       PIC ZZZZZZZZ9.
           01 WS-PREVIEW-LINE.
              05 FILLER            PIC X(40)
                 VALUE "PREVIEW ONLY - NO FILES WERE CHANGED".
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(22)
                 VALUE "END OF CYCLE BACKOUT".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-FIND-CYCLE-WINDOW
               PERFORM 3000-BACK-OUT-HISTORY
               PERFORM 4000-WITHDRAW-EXTRACTS
               PERFORM 5000-BACK-OUT-AUDIT-LOG
               PERFORM 6000-BACK-OUT-EXCEPTIONS
               PERFORM 6500-BACK-OUT-CONTROL-TOTALS
               PERFORM 8000-WRITE-TOTALS
               CLOSE BK-REPORT-FILE
               IF WS-HIST-LEFT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               COMPUTE WS-ALOG-INPUT-COUNT =
                   WS-HIST-RESTORED + WS-HIST-REMOVED
                   + WS-EXTRACTS-WITHDRAWN + WS-AUDIT-REMOVED
                   + WS-EXCEPT-REMOVED + WS-CTLTOT-REMOVED
               IF WS-APPLY
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CYCLE " DELIMITED BY SIZE
                       WS-TARGET-CYCLE DELIMITED BY SIZE
                       " BACKED OUT, ITEMS: " DELIMITED BY SIZE
                       WS-ALOG-INPUT-COUNT DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF
               IF RETURN-CODE < 8
                   MOVE "SUCCESS" TO WS-ALOG-STATUS-TEXT
               ELSE
                   MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               PERFORM 1100-READ-CONTROL-CARD
               IF WS-TARGET-CYCLE = 0
                   DISPLAY "CYCBKOUT.CONTROL missing or cycle not"
                       " numeric, nothing backed out"
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CYCBKOUT.CONTROL CYCLE '" DELIMITED BY SIZE
                       WS-CARD-CYCLE DELIMITED BY SIZE
                       "' NOT VALID" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 0 TO WS-ALOG-INPUT-COUNT
                   MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT BK-REPORT-FILE
               IF NOT WS-BK-REPORT-OK
                   DISPLAY "CYCBKOUT.REPORT could not be opened,"
                       " status " WS-BK-REPORT-STATUS
                   MOVE 0 TO WS-ALOG-INPUT-COUNT
                   MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               PERFORM 1200-WRITE-REPORT-HEADER.

           1100-READ-CONTROL-CARD.
               OPEN INPUT BK-CONTROL-FILE
               IF WS-BK-CONTROL-OK
                   READ BK-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BK-CYCLE-SELECT TO WS-CARD-CYCLE
                           MOVE BK-MODE TO WS-CARD-MODE
                   END-READ
                   CLOSE BK-CONTROL-FILE
                   PERFORM 1150-PARSE-CONTROL-CARD
               END-IF.

           1150-PARSE-CONTROL-CARD.
               IF WS-CARD-CYCLE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-CARD-CYCLE) = 0
                   COMPUTE WS-TARGET-CYCLE =
                       FUNCTION NUMVAL(WS-CARD-CYCLE)
               END-IF
               EVALUATE WS-CARD-MODE
                   WHEN "APPLY"
                       MOVE "APPLY" TO WS-MODE
                   WHEN "PREVIEW"
                   WHEN SPACES
                       MOVE "PREVIEW" TO WS-MODE
                   WHEN OTHER
                       MOVE "PREVIEW" TO WS-MODE
                       STRING "MODE '" DELIMITED BY SIZE
                           WS-CARD-MODE DELIMITED BY SIZE
                           "' NOT RECOGNISED, PREVIEW ONLY"
                               DELIMITED BY SIZE
                           INTO WS-CARD-WARNING
               END-EVALUATE.

           1200-WRITE-REPORT-HEADER.
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE SPACES TO BK-REPORT-LINE
               MOVE WS-HEADER-LINE TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE
               MOVE WS-TARGET-CYCLE TO WS-ML-CYCLE
               MOVE WS-MODE TO WS-ML-MODE
               MOVE WS-CYCLE-NUMBER TO WS-ML-RUN-CYCLE
               MOVE SPACES TO BK-REPORT-LINE
               MOVE WS-MODE-LINE TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE
               IF WS-CARD-WARNING NOT = SPACES
                   MOVE SPACES TO BK-REPORT-LINE
                   MOVE WS-CARD-WARNING TO BK-REPORT-LINE
                   WRITE BK-REPORT-LINE
               END-IF
               MOVE SPACES TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE.

           2000-FIND-CYCLE-WINDOW.
               OPEN INPUT AUDIT-LOG-FILE
               IF NOT WS-AUDIT-OK
                   DISPLAY "AUDIT.LOG not present, no cycle window"
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ AUDIT-LOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 2100-WIDEN-CYCLE-WINDOW
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
               MOVE SPACES TO BK-REPORT-LINE
               IF WS-WINDOW-COUNT = 0
                   MOVE WS-NO-WINDOW-LINE TO BK-REPORT-LINE
               ELSE
                   MOVE WS-WINDOW-LOW TO WS-WL-LOW
                   MOVE WS-WINDOW-HIGH TO WS-WL-HIGH
                   MOVE WS-WINDOW-COUNT TO WS-WL-COUNT
                   MOVE WS-WINDOW-LINE TO BK-REPORT-LINE
               END-IF
               WRITE BK-REPORT-LINE.

           2100-WIDEN-CYCLE-WINDOW.
               IF ALOG-CYCLE-NUMBER IS NUMERIC
                       AND ALOG-CYCLE-NUMBER = WS-TARGET-CYCLE
                       AND ALOG-PROGRAM-NAME NOT = "CYCBKOUT"
                   ADD 1 TO WS-WINDOW-COUNT
                   IF WS-WINDOW-LOW = SPACES
                           OR ALOG-START-TIMESTAMP(1:14)
                               < WS-WINDOW-LOW
                       MOVE ALOG-START-TIMESTAMP(1:14)
                           TO WS-WINDOW-LOW
                   END-IF
                   IF ALOG-END-TIMESTAMP(1:14) > WS-WINDOW-HIGH
                       MOVE ALOG-END-TIMESTAMP(1:14)
                           TO WS-WINDOW-HIGH
                   END-IF
               END-IF.

           3000-BACK-OUT-HISTORY.
               PERFORM 3100-LOAD-JOURNAL
               IF WS-JT-OVERFLOW
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "More than " WS-JT-MAX " journal entries"
                       " for cycle, SUMHIST.DAT not backed out"
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "HISTORY" TO WS-DL-CATEGORY
                   MOVE "SUMHIST.JOURNAL" TO WS-DL-SUBJECT
                   MOVE "TOO MANY ENTRIES, NOT DONE" TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               ELSE
                   IF WS-APPLY
                       OPEN I-O SUMHIST-FILE
                   ELSE
                       OPEN INPUT SUMHIST-FILE
                   END-IF
                   IF NOT WS-SUMHIST-OK
                       DISPLAY "SUMHIST.DAT could not be opened,"
                           " status " WS-SUMHIST-STATUS
                       IF WS-JT-COUNT > 0
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
                   ELSE
                       PERFORM VARYING WS-JT-IDX FROM WS-JT-COUNT
                               BY -1 UNTIL WS-JT-IDX < 1
                           PERFORM 3200-REVERSE-ENTRY
                       END-PERFORM
                       PERFORM 3400-SCAN-UNJOURNALED-ROWS
                       CLOSE SUMHIST-FILE
                   END-IF
               END-IF.

           3100-LOAD-JOURNAL.
               OPEN INPUT SUMHJRNL-FILE
               IF NOT WS-SUMHJRNL-OK
                   DISPLAY "SUMHIST.JOURNAL not present, status "
                       WS-SUMHJRNL-STATUS
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ SUMHJRNL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 3150-KEEP-JOURNAL-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE SUMHJRNL-FILE
               END-IF.

           3150-KEEP-JOURNAL-ENTRY.
               IF SHJ-CYCLE-NUMBER IS NUMERIC
                       AND SHJ-CYCLE-NUMBER = WS-TARGET-CYCLE
                       AND SHJ-PROGRAM-NAME NOT = "CYCBKOUT"
                       AND SHJ-PROGRAM-NAME NOT = "HOUSKEEP"
                   IF WS-JT-COUNT >= WS-JT-MAX
                       SET WS-JT-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-JT-COUNT
                       IF SHJ-DELETE
                           MOVE SHJB-HIST-KEY
                               TO WS-JT-KEY(WS-JT-COUNT)
                       ELSE
                           MOVE SHJA-HIST-KEY
                               TO WS-JT-KEY(WS-JT-COUNT)
                       END-IF
                       MOVE SHJ-ACTION TO WS-JT-ACTION(WS-JT-COUNT)
                       MOVE "N" TO WS-JT-DONE(WS-JT-COUNT)
                       MOVE SHJ-BEFORE-IMAGE
                           TO WS-JT-BEFORE(WS-JT-COUNT)
                       MOVE SHJ-AFTER-IMAGE
                           TO WS-JT-AFTER(WS-JT-COUNT)
                   END-IF
               END-IF.

           3200-REVERSE-ENTRY.
               PERFORM 3250-GET-CURRENT-ROW
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "HISTORY" TO WS-DL-CATEGORY
               MOVE WS-JT-N(WS-JT-IDX) TO WS-HS-N
               MOVE WS-JT-MODE(WS-JT-IDX) TO WS-HS-MODE
               MOVE WS-JT-FROM(WS-JT-IDX) TO WS-HS-FROM
               MOVE WS-JT-STEP(WS-JT-IDX) TO WS-HS-STEP
               MOVE WS-HIST-SUBJECT TO WS-DL-SUBJECT
               MOVE SPACE TO WS-JRNL-ACTION
               EVALUATE TRUE
                   WHEN WS-JT-ACTION(WS-JT-IDX) = "A"
                           AND WS-CUR-FOUND
                           AND WS-CUR-IMAGE = WS-JT-AFTER(WS-JT-IDX)
                       MOVE "REMOVE ROW ADDED BY CYCLE"
                           TO WS-DL-ACTION
                       MOVE "D" TO WS-JRNL-ACTION
                   WHEN WS-JT-ACTION(WS-JT-IDX) = "U"
                           AND WS-CUR-FOUND
                           AND WS-CUR-IMAGE = WS-JT-AFTER(WS-JT-IDX)
                       MOVE "RESTORE PRIOR VALUE" TO WS-DL-ACTION
                       MOVE "U" TO WS-JRNL-ACTION
                   WHEN WS-JT-ACTION(WS-JT-IDX) = "D"
                           AND NOT WS-CUR-FOUND
                       MOVE "REINSTATE DELETED ROW"
                           TO WS-DL-ACTION
                       MOVE "A" TO WS-JRNL-ACTION
                   WHEN OTHER
                       ADD 1 TO WS-HIST-LEFT
                       MOVE "LEAVE, CHANGED SINCE CYCLE"
                           TO WS-DL-ACTION
               END-EVALUATE
               IF WS-JRNL-ACTION NOT = SPACE
                   MOVE "Y" TO WS-JT-DONE(WS-JT-IDX)
                   IF WS-APPLY
                       PERFORM 3300-APPLY-REVERSAL
                   END-IF
                   EVALUATE WS-JRNL-ACTION
                       WHEN "D"
                           ADD 1 TO WS-HIST-REMOVED
                       WHEN "U"
                       WHEN "A"
                           ADD 1 TO WS-HIST-RESTORED
                       WHEN OTHER
                           MOVE "FAILED, ROW NOT CHANGED"
                               TO WS-DL-ACTION
                   END-EVALUATE
               END-IF
               PERFORM 7000-WRITE-DETAIL.

           3250-GET-CURRENT-ROW.
               MOVE "N" TO WS-CUR-FOUND-FLAG
               MOVE SPACES TO WS-CUR-IMAGE
               MOVE "N" TO WS-SIM-FOUND-FLAG
               IF WS-PREVIEW
                   PERFORM VARYING WS-JT-SCAN FROM WS-JT-IDX BY 1
                           UNTIL WS-JT-SCAN >= WS-JT-COUNT
                              OR WS-SIM-FOUND
                       IF WS-JT-KEY(WS-JT-SCAN + 1)
                               = WS-JT-KEY(WS-JT-IDX)
                               AND WS-JT-DONE(WS-JT-SCAN + 1) = "Y"
                           SET WS-SIM-FOUND TO TRUE
                           MOVE WS-JT-BEFORE(WS-JT-SCAN + 1)
                               TO WS-CUR-IMAGE
                           IF WS-CUR-IMAGE NOT = SPACES
                               SET WS-CUR-FOUND TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT WS-SIM-FOUND
                   MOVE WS-JT-KEY(WS-JT-IDX) TO SH-HIST-KEY
                   READ SUMHIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CUR-FOUND TO TRUE
                           MOVE SUMHIST-RECORD TO WS-CUR-IMAGE
                   END-READ
               END-IF.

           3300-APPLY-REVERSAL.
               MOVE WS-CUR-IMAGE TO WS-JRNL-BEFORE
               MOVE WS-JT-BEFORE(WS-JT-IDX) TO WS-JRNL-AFTER
               EVALUATE WS-JRNL-ACTION
                   WHEN "D"
                       DELETE SUMHIST-FILE
                           INVALID KEY
                               MOVE "F" TO WS-JRNL-ACTION
                       END-DELETE
                   WHEN "U"
                       MOVE WS-JRNL-AFTER TO SUMHIST-RECORD
                       REWRITE SUMHIST-RECORD
                           INVALID KEY
                               MOVE "F" TO WS-JRNL-ACTION
                       END-REWRITE
                   WHEN "A"
                       MOVE WS-JRNL-AFTER TO SUMHIST-RECORD
                       WRITE SUMHIST-RECORD
                           INVALID KEY
                               MOVE "F" TO WS-JRNL-ACTION
                       END-WRITE
               END-EVALUATE
               IF WS-JRNL-ACTION = "F"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "SUMHIST.DAT row " WS-JT-KEY(WS-JT-IDX)
                       " could not be backed out, status "
                       WS-SUMHIST-STATUS
               ELSE
                   PERFORM 3600-WRITE-JOURNAL
               END-IF.

           3400-SCAN-UNJOURNALED-ROWS.
               MOVE LOW-VALUES TO SH-HIST-KEY
               START SUMHIST-FILE KEY IS NOT LESS THAN SH-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF
                   READ SUMHIST-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3450-CHECK-UNJOURNALED-ROW
                   END-READ
               END-PERFORM.

           3450-CHECK-UNJOURNALED-ROW.
               IF SH-CYCLE-NUMBER = WS-TARGET-CYCLE
                   MOVE "N" TO WS-IN-TABLE-FLAG
                   PERFORM VARYING WS-JT-SCAN FROM 1 BY 1
                           UNTIL WS-JT-SCAN > WS-JT-COUNT
                              OR WS-IN-TABLE
                       IF WS-JT-KEY(WS-JT-SCAN) = SH-HIST-KEY
                           SET WS-IN-TABLE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-IN-TABLE
                       PERFORM 3500-REMOVE-UNJOURNALED-ROW
                   END-IF
               END-IF.

           3500-REMOVE-UNJOURNALED-ROW.
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "HISTORY" TO WS-DL-CATEGORY
               MOVE SH-INPUT-N TO WS-HS-N
               MOVE SH-SUM-MODE TO WS-HS-MODE
               MOVE SH-FROM-N TO WS-HS-FROM
               MOVE SH-STEP-N TO WS-HS-STEP
               MOVE WS-HIST-SUBJECT TO WS-DL-SUBJECT
               MOVE "REMOVE, NO PRIOR IMAGE" TO WS-DL-ACTION
               ADD 1 TO WS-HIST-REMOVED
               IF WS-APPLY
                   MOVE SUMHIST-RECORD TO WS-JRNL-BEFORE
                   MOVE SPACES TO WS-JRNL-AFTER
                   MOVE "D" TO WS-JRNL-ACTION
                   DELETE SUMHIST-FILE
                       INVALID KEY
                           MOVE "F" TO WS-JRNL-ACTION
                   END-DELETE
                   IF WS-JRNL-ACTION = "F"
                       SUBTRACT 1 FROM WS-HIST-REMOVED
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "FAILED, ROW NOT CHANGED" TO WS-DL-ACTION
                   ELSE
                       PERFORM 3600-WRITE-JOURNAL
                   END-IF
               END-IF
               PERFORM 7000-WRITE-DETAIL.

           3600-WRITE-JOURNAL.
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
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   MOVE WS-RUN-TIMESTAMP TO SHJ-TIMESTAMP
                   MOVE WS-CYCLE-NUMBER TO SHJ-CYCLE-NUMBER
                   MOVE "CYCBKOUT" TO SHJ-PROGRAM-NAME
                   MOVE WS-JRNL-ACTION TO SHJ-ACTION
                   MOVE WS-JRNL-BEFORE TO SHJ-BEFORE-IMAGE
                   MOVE WS-JRNL-AFTER TO SHJ-AFTER-IMAGE
                   WRITE SUMHJRNL-RECORD
                   CLOSE SUMHJRNL-FILE
               END-IF.

           4000-WITHDRAW-EXTRACTS.
               MOVE "FIZZBUZZ.EXTRACT" TO WS-EXTRACT-NAME
               PERFORM 4100-CHECK-EXTRACT
               MOVE "COMBINED.EXTRACT" TO WS-EXTRACT-NAME
               PERFORM 4100-CHECK-EXTRACT
               PERFORM 4300-WITHDRAW-GENERATIONS.

           4100-CHECK-EXTRACT.
               PERFORM 4200-READ-EXTRACT-CYCLE
               IF WS-HDR-FOUND AND WS-HDR-CYCLE = WS-TARGET-CYCLE
                   PERFORM 4250-DELETE-EXTRACT
               END-IF.

           4200-READ-EXTRACT-CYCLE.
               MOVE "N" TO WS-HDR-FOUND-FLAG
               MOVE 0 TO WS-HDR-CYCLE
               OPEN INPUT BK-EXTRACT-FILE
               IF WS-EXTRACT-OK
                   READ BK-EXTRACT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BK-EXTRACT-LINE(1:4) = "HDR;"
                               PERFORM 4210-PARSE-EXTRACT-HEADER
                           END-IF
                   END-READ
                   CLOSE BK-EXTRACT-FILE
               END-IF.

           4210-PARSE-EXTRACT-HEADER.
               MOVE SPACES TO WS-HDR-PARTS
               MOVE 0 TO WS-HDR-PART-COUNT
               UNSTRING BK-EXTRACT-LINE DELIMITED BY ";"
                   INTO WS-HDR-PART(1) WS-HDR-PART(2) WS-HDR-PART(3)
                        WS-HDR-PART(4) WS-HDR-PART(5) WS-HDR-PART(6)
                        WS-HDR-PART(7) WS-HDR-PART(8)
                   TALLYING IN WS-HDR-PART-COUNT
               END-UNSTRING
               IF WS-HDR-PART-COUNT > 1
                       AND FUNCTION TEST-NUMVAL(
                           WS-HDR-PART(WS-HDR-PART-COUNT)) = 0
                   COMPUTE WS-HDR-CYCLE = FUNCTION NUMVAL(
                       WS-HDR-PART(WS-HDR-PART-COUNT))
                   SET WS-HDR-FOUND TO TRUE
               END-IF.

           4250-DELETE-EXTRACT.
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "EXTRACT" TO WS-DL-CATEGORY
               MOVE WS-EXTRACT-NAME TO WS-DL-SUBJECT
               MOVE "WITHDRAW" TO WS-DL-ACTION
               ADD 1 TO WS-EXTRACTS-WITHDRAWN
               IF WS-APPLY
                   CALL "CBL_DELETE_FILE" USING WS-EXTRACT-NAME
                       RETURNING WS-FILE-RC
                   IF WS-FILE-RC NOT = 0
                       SUBTRACT 1 FROM WS-EXTRACTS-WITHDRAWN
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "FAILED, NOT DELETED" TO WS-DL-ACTION
                       DISPLAY "Could not delete " WS-EXTRACT-NAME
                   END-IF
               END-IF
               PERFORM 7000-WRITE-DETAIL.

           4300-WITHDRAW-GENERATIONS.
               OPEN INPUT BK-ROLLGEN-FILE
               IF NOT WS-ROLLGEN-OK
                   DISPLAY "ROLLGEN.DAT not present, no rolled"
                       " generations checked"
               ELSE
                   IF WS-APPLY
                       OPEN OUTPUT BK-ROLLGEN-NEW-FILE
                   END-IF
                   IF WS-APPLY AND NOT WS-ROLLGEN-NEW-OK
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ROLLGEN.NEW could not be opened,"
                           " rolled generations left in place"
                       CLOSE BK-ROLLGEN-FILE
                   ELSE
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF
                           READ BK-ROLLGEN-FILE
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   PERFORM 4350-CHECK-GENERATION
                           END-READ
                       END-PERFORM
                       CLOSE BK-ROLLGEN-FILE
                       IF WS-APPLY
                           CLOSE BK-ROLLGEN-NEW-FILE
                           MOVE "ROLLGEN.DAT" TO WS-OLD-NAME
                           MOVE "ROLLGEN.NEW" TO WS-NEW-NAME
                           PERFORM 7100-SWAP-FILE
                       END-IF
                   END-IF
               END-IF.

           4350-CHECK-GENERATION.
               IF RG-ACTIVE
                       AND (RG-BASE-NAME = "FIZZBUZZ.EXTRACT"
                         OR RG-BASE-NAME = "COMBINED.EXTRACT")
                   MOVE RG-ROLLED-NAME TO WS-EXTRACT-NAME
                   PERFORM 4200-READ-EXTRACT-CYCLE
                   IF WS-HDR-FOUND AND WS-HDR-CYCLE = WS-TARGET-CYCLE
                       PERFORM 4250-DELETE-EXTRACT
                       IF WS-APPLY AND WS-FILE-RC = 0
                           SET RG-BACKED-OUT TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-APPLY
                   MOVE ROLLGEN-RECORD TO BK-ROLLGEN-NEW-RECORD
                   WRITE BK-ROLLGEN-NEW-RECORD
               END-IF.

           5000-BACK-OUT-AUDIT-LOG.
               OPEN INPUT AUDIT-LOG-FILE
               IF NOT WS-AUDIT-OK
                   DISPLAY "AUDIT.LOG not present, nothing removed"
               ELSE
                   IF WS-APPLY
                       OPEN OUTPUT BK-AUDIT-NEW-FILE
                   END-IF
                   IF WS-APPLY AND NOT WS-AUDIT-NEW-OK
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "AUDIT.NEW could not be opened,"
                           " AUDIT.LOG left in place"
                       CLOSE AUDIT-LOG-FILE
                   ELSE
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF
                           READ AUDIT-LOG-FILE
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   PERFORM 5100-DISPOSE-AUDIT-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT-LOG-FILE
                       IF WS-APPLY
                           CLOSE BK-AUDIT-NEW-FILE
                           MOVE "AUDIT.LOG" TO WS-OLD-NAME
                           MOVE "AUDIT.NEW" TO WS-NEW-NAME
                           PERFORM 7100-SWAP-FILE
                       END-IF
                   END-IF
               END-IF.

           5100-DISPOSE-AUDIT-RECORD.
               IF ALOG-CYCLE-NUMBER IS NUMERIC
                       AND ALOG-CYCLE-NUMBER = WS-TARGET-CYCLE
                       AND ALOG-PROGRAM-NAME NOT = "CYCBKOUT"
                   ADD 1 TO WS-AUDIT-REMOVED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "AUDIT" TO WS-DL-CATEGORY
                   STRING ALOG-PROGRAM-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ALOG-START-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ALOG-COMPLETION-STATUS DELIMITED BY SIZE
                       INTO WS-DL-SUBJECT
                   MOVE "REMOVE" TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               ELSE
                   IF WS-APPLY
                       MOVE AUDIT-LOG-RECORD TO BK-AUDIT-NEW-RECORD
                       WRITE BK-AUDIT-NEW-RECORD
                   END-IF
               END-IF.

           6000-BACK-OUT-EXCEPTIONS.
               IF WS-WINDOW-COUNT > 0
                   OPEN INPUT EXCEPT-LOG-FILE
                   IF NOT WS-EXCEPT-OK
                       DISPLAY "EXCEPTIONS.LOG not present, nothing"
                           " removed"
                   ELSE
                       PERFORM 6050-COPY-EXCEPTIONS
                   END-IF
               END-IF.

           6050-COPY-EXCEPTIONS.
               IF WS-APPLY
                   OPEN OUTPUT BK-EXCEPT-NEW-FILE
               END-IF
               IF WS-APPLY AND NOT WS-EXCEPT-NEW-OK
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "EXCEPTIONS.NEW could not be opened,"
                       " EXCEPTIONS.LOG left in place"
                   CLOSE EXCEPT-LOG-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ EXCEPT-LOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 6100-DISPOSE-EXCEPTION
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPT-LOG-FILE
                   IF WS-APPLY
                       CLOSE BK-EXCEPT-NEW-FILE
                       MOVE "EXCEPTIONS.LOG" TO WS-OLD-NAME
                       MOVE "EXCEPTIONS.NEW" TO WS-NEW-NAME
                       PERFORM 7100-SWAP-FILE
                   END-IF
               END-IF.

           6100-DISPOSE-EXCEPTION.
               IF EXLG-TIMESTAMP(1:14) NOT < WS-WINDOW-LOW
                       AND EXLG-TIMESTAMP(1:14) NOT > WS-WINDOW-HIGH
                       AND EXLG-PROGRAM-NAME NOT = "CYCBKOUT"
                   ADD 1 TO WS-EXCEPT-REMOVED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "EXCEPTION" TO WS-DL-CATEGORY
                   STRING EXLG-PROGRAM-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXLG-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXLG-SEVERITY DELIMITED BY SIZE
                       INTO WS-DL-SUBJECT
                   MOVE "REMOVE" TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               ELSE
                   IF WS-APPLY
                       MOVE EXCEPTION-LOG-RECORD
                           TO BK-EXCEPT-NEW-RECORD
                       WRITE BK-EXCEPT-NEW-RECORD
                   END-IF
               END-IF.

           6500-BACK-OUT-CONTROL-TOTALS.
               OPEN INPUT CTLTOT-FILE
               IF NOT WS-CTLTOT-OK
                   DISPLAY "CONTROL.TOTALS not present, nothing removed"
               ELSE
                   IF WS-APPLY
                       OPEN OUTPUT BK-CTLTOT-NEW-FILE
                   END-IF
                   IF WS-APPLY AND NOT WS-CTLTOT-NEW-OK
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "CONTROL.NEW could not be opened,"
                           " CONTROL.TOTALS left in place"
                       CLOSE CTLTOT-FILE
                   ELSE
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF
                           READ CTLTOT-FILE
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   PERFORM 6600-DISPOSE-CONTROL-TOTAL
                           END-READ
                       END-PERFORM
                       CLOSE CTLTOT-FILE
                       IF WS-APPLY
                           CLOSE BK-CTLTOT-NEW-FILE
                           MOVE "CONTROL.TOTALS" TO WS-OLD-NAME
                           MOVE "CONTROL.NEW" TO WS-NEW-NAME
                           PERFORM 7100-SWAP-FILE
                       END-IF
                   END-IF
               END-IF.

           6600-DISPOSE-CONTROL-TOTAL.
               IF CT-CYCLE-NUMBER IS NUMERIC
                       AND CT-CYCLE-NUMBER = WS-TARGET-CYCLE
                   ADD 1 TO WS-CTLTOT-REMOVED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "CTLTOTAL" TO WS-DL-CATEGORY
                   STRING CT-PROGRAM-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CT-TOTAL-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CT-TOTAL-VALUE DELIMITED BY SIZE
                       INTO WS-DL-SUBJECT
                   MOVE "REMOVE" TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               ELSE
                   IF WS-APPLY
                       MOVE CTLTOT-RECORD TO BK-CTLTOT-NEW-RECORD
                       WRITE BK-CTLTOT-NEW-RECORD
                   END-IF
               END-IF.

           7000-WRITE-DETAIL.
               MOVE SPACES TO BK-REPORT-LINE
               MOVE WS-DETAIL-LINE TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE.

           7100-SWAP-FILE.
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-OLD-NAME
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY WS-NEW-NAME " could not replace "
                       WS-OLD-NAME
               END-IF.

           8000-WRITE-TOTALS.
               MOVE SPACES TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE
               MOVE "SUMHIST ROWS RESTORED:" TO WS-TL-TEXT
               MOVE WS-HIST-RESTORED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "SUMHIST ROWS REMOVED:" TO WS-TL-TEXT
               MOVE WS-HIST-REMOVED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "SUMHIST ROWS LEFT, CHANGED SINCE:" TO WS-TL-TEXT
               MOVE WS-HIST-LEFT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "EXTRACT GENERATIONS WITHDRAWN:" TO WS-TL-TEXT
               MOVE WS-EXTRACTS-WITHDRAWN TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "AUDIT.LOG RECORDS REMOVED:" TO WS-TL-TEXT
               MOVE WS-AUDIT-REMOVED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "EXCEPTIONS.LOG RECORDS REMOVED:" TO WS-TL-TEXT
               MOVE WS-EXCEPT-REMOVED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "CONTROL.TOTALS ROWS REMOVED:" TO WS-TL-TEXT
               MOVE WS-CTLTOT-REMOVED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "ERRORS:" TO WS-TL-TEXT
               MOVE WS-ERROR-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               IF WS-PREVIEW
                   MOVE SPACES TO BK-REPORT-LINE
                   MOVE WS-PREVIEW-LINE TO BK-REPORT-LINE
                   WRITE BK-REPORT-LINE
               END-IF
               MOVE SPACES TO BK-REPORT-LINE
               MOVE WS-TRAILER-LINE TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE.

           8100-WRITE-TOTAL-LINE.
               MOVE SPACES TO BK-REPORT-LINE
               MOVE WS-TOTAL-LINE TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE.

           9000-WRITE-AUDIT-LOG.
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
                   MOVE WS-ALOG-SAVE TO AUDIT-LOG-RECORD
                   MOVE WS-ALOG-INPUT-COUNT TO ALOG-INPUT-VALUE
                   MOVE WS-ALOG-STATUS-TEXT
                       TO ALOG-COMPLETION-STATUS
                   MOVE FUNCTION CURRENT-DATE TO ALOG-END-TIMESTAMP
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
               MOVE "CYCBKOUT" TO ALOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE TO ALOG-START-TIMESTAMP
               MOVE SPACES TO ALOG-SUBMITTER-ID
               MOVE SPACES TO ALOG-APPROVER-ID
               PERFORM 9700-READ-CYCLE
               MOVE AUDIT-LOG-RECORD TO WS-ALOG-SAVE.

           9550-CHECK-AUTHORITY.
               CALL "OPRAUTH" USING ALOG-OPERATOR-ID ALOG-PROGRAM-NAME
                   WS-AUTH-CAPABILITY WS-AUTH-FLAG
               IF NOT WS-AUTHORIZED
                   DISPLAY "Operator " ALOG-OPERATOR-ID
                       " is not authorized to run " ALOG-PROGRAM-NAME
                   MOVE 0 TO WS-ALOG-INPUT-COUNT
                   MOVE "DENIED" TO WS-ALOG-STATUS-TEXT
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
                   MOVE "CYCBKOUT" TO EXLG-PROGRAM-NAME
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
