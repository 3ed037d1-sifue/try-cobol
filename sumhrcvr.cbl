           IDENTIFICATION DIVISION.
           PROGRAM-ID. SumHistRecover.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RV-CONTROL-FILE ASSIGN TO "SUMHRCVR.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RV-CONTROL-STATUS.
               SELECT SUMHIMG-FILE ASSIGN TO "SUMHIST.IMAGE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHIMG-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.NEW"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT RV-REPORT-FILE ASSIGN TO "SUMHRCVR.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RV-REPORT-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  RV-CONTROL-FILE.
           01  RV-CONTROL-RECORD.
               05 RV-STOP-TYPE     PIC X(5).
               05 FILLER           PIC X.
               05 RV-STOP-VALUE    PIC X(14).
           FD  SUMHIMG-FILE.
           COPY "sumhimg.cpy".
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  RV-REPORT-FILE.
           01  RV-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-RV-CONTROL-STATUS PIC XX.
              88 WS-RV-CONTROL-OK  VALUE "00".
           01 WS-SUMHIMG-STATUS    PIC XX.
              88 WS-SUMHIMG-OK     VALUE "00".
           01 WS-SUMHJRNL-STATUS   PIC XX.
              88 WS-SUMHJRNL-OK    VALUE "00".
           01 WS-SUMHIST-STATUS    PIC XX.
              88 WS-SUMHIST-OK     VALUE "00".
           01 WS-RV-REPORT-STATUS  PIC XX.
              88 WS-RV-REPORT-OK   VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-SEVERITY     PIC X(6).
           01 WS-EXLG-MESSAGE      PIC X(60).
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-CARD-STOP-TYPE    PIC X(5) VALUE SPACES.
           01 WS-CARD-STOP-VALUE   PIC X(14) VALUE SPACES.
           01 WS-CARD-WARNING      PIC X(70) VALUE SPACES.
           01 WS-STOP-TYPE         PIC X(5) VALUE "END".
              88 WS-STOP-AT-CYCLE  VALUE "CYCLE".
              88 WS-STOP-AT-TIME   VALUE "TIME".
              88 WS-STOP-AT-END    VALUE "END".
           01 WS-STOP-CYCLE        PIC 9(9) VALUE 0.
           01 WS-STOP-TIMESTAMP    PIC X(14) VALUE SPACES.
           01 WS-IMAGE-TIMESTAMP   PIC X(21) VALUE SPACES.
           01 WS-IMAGE-CYCLE       PIC 9(9) VALUE 0.
           01 WS-TRAILER-FLAG      PIC X VALUE "N".
              88 WS-TRAILER-SEEN   VALUE "Y".
           01 WS-TRL-ROW-COUNT     PIC 9(9) VALUE 0.
           01 WS-TRL-HASH-TOTAL    PIC 9(18) VALUE 0.
           01 WS-ROW-COUNT         BINARY-LONG VALUE 0.
           01 WS-HASH-TOTAL        PIC 9(18) VALUE 0.
           01 WS-WRITE-FAIL-COUNT  BINARY-LONG VALUE 0.
           01 WS-JRNL-READ         BINARY-LONG VALUE 0.
           01 WS-JRNL-IN-IMAGE     BINARY-LONG VALUE 0.
           01 WS-JRNL-PAST-STOP    BINARY-LONG VALUE 0.
           01 WS-ADDS-APPLIED      BINARY-LONG VALUE 0.
           01 WS-UPDATES-APPLIED   BINARY-LONG VALUE 0.
           01 WS-DELETES-APPLIED   BINARY-LONG VALUE 0.
           01 WS-MISMATCH-COUNT    BINARY-LONG VALUE 0.
           01 WS-FINAL-ROWS        BINARY-LONG VALUE 0.
           01 WS-ROW-FOUND-FLAG    PIC X.
              88 WS-ROW-FOUND      VALUE "Y".
           01 WS-FILE-RC           PIC S9(9) COMP-5.
           01 WS-OLD-NAME          PIC X(40).
           01 WS-NEW-NAME          PIC X(40).
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "SUM HISTORY RECOVERY".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-IMAGE-LINE.
              05 FILLER            PIC X(18) VALUE "IMAGE COPY TAKEN: ".
              05 WS-IL-TIMESTAMP   PIC X(14).
              05 FILLER            PIC X(9)  VALUE "  CYCLE: ".
              05 WS-IL-CYCLE       PIC ZZZZZZZZ9.
           01 WS-STOP-LINE.
              05 FILLER            PIC X(18) VALUE "REPLAY UP TO:     ".
              05 WS-SL-TYPE        PIC X(6).
              05 WS-SL-VALUE       PIC X(20).
           01 WS-MISMATCH-LINE.
              05 FILLER            PIC X(22)
                 VALUE "SEQUENCE MISMATCH N = ".
              05 WS-MM-N           PIC ZZZZZZZZ9.
              05 FILLER            PIC X(9)  VALUE "  ACTION ".
              05 WS-MM-ACTION      PIC X.
              05 FILLER            PIC X(4)  VALUE " AT ".
              05 WS-MM-TIMESTAMP   PIC X(14).
           01 WS-WRITE-FAIL-LINE.
              05 FILLER            PIC X(22)
                 VALUE "WRITE FAILED FOR N =  ".
              05 WS-WF-N           PIC ZZZZZZZZ9.
              05 FILLER            PIC X(9)  VALUE "  STATUS ".
              05 WS-WF-STATUS      PIC XX.
           01 WS-TOTAL-LINE.
              05 WS-TL-TEXT        PIC X(34).
              05 WS-TL-COUNT       PIC ZZZZZZZZ9.
           01 WS-SWAP-LINE.
              05 FILLER            PIC X(50) VALUE
                 "SUMHIST.NEW INSTALLED AS RECOVERED SUMHIST.DAT".
           01 WS-NOSWAP-LINE.
              05 FILLER            PIC X(52) VALUE
                 "NOT IN BALANCE - SUMHIST.DAT LEFT IN PLACE".
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF SUM HISTORY RECOVERY".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-IMAGE-COPY
               IF WS-WRITE-FAIL-COUNT = 0
                       AND WS-TRAILER-SEEN
                       AND WS-TRL-ROW-COUNT = WS-ROW-COUNT
                       AND WS-TRL-HASH-TOTAL = WS-HASH-TOTAL
                   PERFORM 3000-REPLAY-JOURNAL
               END-IF
               CLOSE SUMHIST-FILE
               IF WS-WRITE-FAIL-COUNT > 0
                       OR NOT WS-TRAILER-SEEN
                       OR WS-TRL-ROW-COUNT NOT = WS-ROW-COUNT
                       OR WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
                   PERFORM 7500-ABANDON-RECOVERY
               ELSE
                   PERFORM 7000-SWAP-HISTORY-FILES
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE RV-REPORT-FILE
               IF RETURN-CODE = 0 AND WS-MISMATCH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               COMPUTE ALOG-INPUT-VALUE = WS-ADDS-APPLIED
                   + WS-UPDATES-APPLIED + WS-DELETES-APPLIED
               IF RETURN-CODE < 8
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               PERFORM 1100-READ-CONTROL-CARD
               OPEN INPUT SUMHIMG-FILE
               IF WS-SUMHIMG-OK
                   READ SUMHIMG-FILE
                       AT END
                           MOVE "10" TO WS-SUMHIMG-STATUS
                   END-READ
               END-IF
               IF WS-SUMHIMG-OK AND NOT SHI-HEADER
                   MOVE "HD" TO WS-SUMHIMG-STATUS
               END-IF
               IF NOT WS-SUMHIMG-OK
                   DISPLAY "SUMHIST.IMAGE missing or has no header,"
                       " status " WS-SUMHIMG-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "SUMHIST.IMAGE NOT USABLE, STATUS "
                           DELIMITED BY SIZE
                       WS-SUMHIMG-STATUS DELIMITED BY SIZE
                       ", NOT RECOVERED" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SHI-IMAGE-TIMESTAMP TO WS-IMAGE-TIMESTAMP
               MOVE SHI-IMAGE-CYCLE TO WS-IMAGE-CYCLE
               OPEN OUTPUT SUMHIST-FILE
               CLOSE SUMHIST-FILE
               OPEN I-O SUMHIST-FILE
               IF NOT WS-SUMHIST-OK
                   DISPLAY "SUMHIST.NEW could not be opened, status "
                       WS-SUMHIST-STATUS
                   CLOSE SUMHIMG-FILE
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT RV-REPORT-FILE
               IF NOT WS-RV-REPORT-OK
                   DISPLAY "SUMHRCVR.REPORT could not be opened,"
                       " status " WS-RV-REPORT-STATUS
                   CLOSE SUMHIMG-FILE
                   CLOSE SUMHIST-FILE
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 1200-WRITE-REPORT-HEADER.

           1100-READ-CONTROL-CARD.
               OPEN INPUT RV-CONTROL-FILE
               IF NOT WS-RV-CONTROL-OK
                   DISPLAY "SUMHRCVR.CONTROL not found, replaying"
                       " to end of journal"
               ELSE
                   READ RV-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RV-STOP-TYPE TO WS-CARD-STOP-TYPE
                           MOVE RV-STOP-VALUE TO WS-CARD-STOP-VALUE
                   END-READ
                   CLOSE RV-CONTROL-FILE
                   PERFORM 1150-PARSE-CONTROL-CARD
               END-IF.

           1150-PARSE-CONTROL-CARD.
               EVALUATE WS-CARD-STOP-TYPE
                   WHEN "CYCLE"
                       IF WS-CARD-STOP-VALUE NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-CARD-STOP-VALUE)
                               = 0
                           MOVE "CYCLE" TO WS-STOP-TYPE
                           COMPUTE WS-STOP-CYCLE =
                               FUNCTION NUMVAL(WS-CARD-STOP-VALUE)
                       ELSE
                           STRING "STOP CYCLE '" DELIMITED BY SIZE
                               WS-CARD-STOP-VALUE DELIMITED BY SIZE
                               "' NOT NUMERIC, REPLAYING ALL"
                                   DELIMITED BY SIZE
                               INTO WS-CARD-WARNING
                       END-IF
                   WHEN "TIME"
                       IF WS-CARD-STOP-VALUE NOT = SPACES
                           MOVE "TIME" TO WS-STOP-TYPE
                           MOVE WS-CARD-STOP-VALUE TO WS-STOP-TIMESTAMP
                           INSPECT WS-STOP-TIMESTAMP
                               REPLACING ALL SPACE BY "9"
                       ELSE
                           MOVE "STOP TIME MISSING, REPLAYING ALL"
                               TO WS-CARD-WARNING
                       END-IF
                   WHEN SPACES
                   WHEN "END"
                   WHEN "ALL"
                       CONTINUE
                   WHEN OTHER
                       STRING "STOP TYPE '" DELIMITED BY SIZE
                           WS-CARD-STOP-TYPE DELIMITED BY SIZE
                           "' NOT RECOGNISED, REPLAYING ALL"
                               DELIMITED BY SIZE
                           INTO WS-CARD-WARNING
               END-EVALUATE.

           1200-WRITE-REPORT-HEADER.
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-HEADER-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE
               MOVE WS-IMAGE-TIMESTAMP(1:14) TO WS-IL-TIMESTAMP
               MOVE WS-IMAGE-CYCLE TO WS-IL-CYCLE
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-IMAGE-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-STOP-AT-CYCLE
                       MOVE "CYCLE" TO WS-SL-TYPE
                       MOVE WS-STOP-CYCLE TO WS-SL-VALUE
                   WHEN WS-STOP-AT-TIME
                       MOVE "TIME" TO WS-SL-TYPE
                       MOVE WS-STOP-TIMESTAMP TO WS-SL-VALUE
                   WHEN OTHER
                       MOVE "END OF" TO WS-SL-TYPE
                       MOVE " JOURNAL" TO WS-SL-VALUE
               END-EVALUATE
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-STOP-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE
               IF WS-CARD-WARNING NOT = SPACES
                   MOVE SPACES TO RV-REPORT-LINE
                   MOVE WS-CARD-WARNING TO RV-REPORT-LINE
                   WRITE RV-REPORT-LINE
               END-IF
               MOVE SPACES TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE.

           2000-LOAD-IMAGE-COPY.
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ SUMHIMG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-LOAD-ONE-IMAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUMHIMG-FILE
               MOVE WS-ROW-COUNT TO WS-FINAL-ROWS.

           2100-LOAD-ONE-IMAGE-RECORD.
               EVALUATE TRUE
                   WHEN SHI-ROW
                       ADD 1 TO WS-ROW-COUNT
                       MOVE SHI-ROW-IMAGE TO SUMHIST-RECORD
                       ADD SH-INPUT-N TO WS-HASH-TOTAL
                       WRITE SUMHIST-RECORD
                           INVALID KEY
                               PERFORM 2200-REPORT-WRITE-FAILURE
                       END-WRITE
                   WHEN SHI-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE SHI-ROW-COUNT TO WS-TRL-ROW-COUNT
                       MOVE SHI-HASH-TOTAL TO WS-TRL-HASH-TOTAL
               END-EVALUATE.

           2200-REPORT-WRITE-FAILURE.
               ADD 1 TO WS-WRITE-FAIL-COUNT
               MOVE SH-INPUT-N TO WS-WF-N
               MOVE WS-SUMHIST-STATUS TO WS-WF-STATUS
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-WRITE-FAIL-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE.

           3000-REPLAY-JOURNAL.
               OPEN INPUT SUMHJRNL-FILE
               IF NOT WS-SUMHJRNL-OK
                   DISPLAY "SUMHIST.JOURNAL not present, image copy"
                       " only"
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ SUMHJRNL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 3100-SELECT-JOURNAL-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE SUMHJRNL-FILE
               END-IF.

           3100-SELECT-JOURNAL-ENTRY.
               ADD 1 TO WS-JRNL-READ
               EVALUATE TRUE
                   WHEN SHJ-TIMESTAMP(1:16)
                           NOT > WS-IMAGE-TIMESTAMP(1:16)
                       ADD 1 TO WS-JRNL-IN-IMAGE
                   WHEN WS-STOP-AT-CYCLE
                           AND SHJ-CYCLE-NUMBER > WS-STOP-CYCLE
                       ADD 1 TO WS-JRNL-PAST-STOP
                   WHEN WS-STOP-AT-TIME
                           AND SHJ-TIMESTAMP(1:14) > WS-STOP-TIMESTAMP
                       ADD 1 TO WS-JRNL-PAST-STOP
                   WHEN OTHER
                       PERFORM 3200-APPLY-JOURNAL-ENTRY
               END-EVALUATE.

           3200-APPLY-JOURNAL-ENTRY.
               IF SHJ-DELETE
                   MOVE SHJ-BEFORE-IMAGE TO SUMHIST-RECORD
               ELSE
                   MOVE SHJ-AFTER-IMAGE TO SUMHIST-RECORD
               END-IF
               MOVE "N" TO WS-ROW-FOUND-FLAG
               READ SUMHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ROW-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN SHJ-ADD AND WS-ROW-FOUND
                   WHEN SHJ-UPDATE AND NOT WS-ROW-FOUND
                   WHEN SHJ-DELETE AND NOT WS-ROW-FOUND
                       PERFORM 3300-REPORT-MISMATCH
                   WHEN SHJ-UPDATE
                           AND SUMHIST-RECORD NOT = SHJ-BEFORE-IMAGE
                   WHEN SHJ-DELETE
                           AND SUMHIST-RECORD NOT = SHJ-BEFORE-IMAGE
                       PERFORM 3300-REPORT-MISMATCH
               END-EVALUATE
               EVALUATE TRUE
                   WHEN SHJ-DELETE
                       IF WS-ROW-FOUND
                           DELETE SUMHIST-FILE
                               INVALID KEY
                                   PERFORM 2200-REPORT-WRITE-FAILURE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DELETES-APPLIED
                                   SUBTRACT 1 FROM WS-FINAL-ROWS
                           END-DELETE
                       END-IF
                   WHEN WS-ROW-FOUND
                       MOVE SHJ-AFTER-IMAGE TO SUMHIST-RECORD
                       REWRITE SUMHIST-RECORD
                           INVALID KEY
                               PERFORM 2200-REPORT-WRITE-FAILURE
                           NOT INVALID KEY
                               PERFORM 3400-COUNT-APPLIED
                       END-REWRITE
                   WHEN OTHER
                       MOVE SHJ-AFTER-IMAGE TO SUMHIST-RECORD
                       WRITE SUMHIST-RECORD
                           INVALID KEY
                               PERFORM 2200-REPORT-WRITE-FAILURE
                           NOT INVALID KEY
                               PERFORM 3400-COUNT-APPLIED
                               ADD 1 TO WS-FINAL-ROWS
                       END-WRITE
               END-EVALUATE.

           3300-REPORT-MISMATCH.
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SH-INPUT-N TO WS-MM-N
               MOVE SHJ-ACTION TO WS-MM-ACTION
               MOVE SHJ-TIMESTAMP(1:14) TO WS-MM-TIMESTAMP
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-MISMATCH-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE.

           3400-COUNT-APPLIED.
               IF SHJ-ADD
                   ADD 1 TO WS-ADDS-APPLIED
               ELSE
                   ADD 1 TO WS-UPDATES-APPLIED
               END-IF.

           7000-SWAP-HISTORY-FILES.
               MOVE "SUMHIST.DAT" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE "SUMHIST.NEW" TO WS-OLD-NAME
               MOVE "SUMHIST.DAT" TO WS-NEW-NAME
               CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC NOT = 0
                   DISPLAY "SUMHIST.NEW could not replace SUMHIST.DAT"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO RV-REPORT-LINE
                   MOVE WS-SWAP-LINE TO RV-REPORT-LINE
                   WRITE RV-REPORT-LINE
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "SUMHIST.DAT RECOVERED FROM IMAGE "
                           DELIMITED BY SIZE
                       WS-IMAGE-TIMESTAMP(1:14) DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           7500-ABANDON-RECOVERY.
               DISPLAY "Recovered history not in balance, SUMHIST.DAT"
                   " left in place"
               MOVE "SEVERE" TO WS-EXLG-SEVERITY
               MOVE SPACES TO WS-EXLG-MESSAGE
               STRING "SUMHIST RECOVERY NOT IN BALANCE, ABANDONED"
                       DELIMITED BY SIZE
                   INTO WS-EXLG-MESSAGE
               PERFORM 9600-WRITE-EXCEPTION
               MOVE "SUMHIST.NEW" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-NOSWAP-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE
               MOVE 16 TO RETURN-CODE.

           8000-WRITE-TOTALS.
               MOVE SPACES TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE
               MOVE "IMAGE ROWS LOADED:" TO WS-TL-TEXT
               MOVE WS-ROW-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "IMAGE TRAILER ROW COUNT:" TO WS-TL-TEXT
               MOVE WS-TRL-ROW-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "JOURNAL ENTRIES READ:" TO WS-TL-TEXT
               MOVE WS-JRNL-READ TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "ALREADY IN IMAGE COPY:" TO WS-TL-TEXT
               MOVE WS-JRNL-IN-IMAGE TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "BEYOND STOP POINT:" TO WS-TL-TEXT
               MOVE WS-JRNL-PAST-STOP TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "ADDS APPLIED:" TO WS-TL-TEXT
               MOVE WS-ADDS-APPLIED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "UPDATES APPLIED:" TO WS-TL-TEXT
               MOVE WS-UPDATES-APPLIED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "DELETES APPLIED:" TO WS-TL-TEXT
               MOVE WS-DELETES-APPLIED TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "SEQUENCE MISMATCHES:" TO WS-TL-TEXT
               MOVE WS-MISMATCH-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "WRITE FAILURES:" TO WS-TL-TEXT
               MOVE WS-WRITE-FAIL-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "ROWS IN RECOVERED SUMHIST.DAT:" TO WS-TL-TEXT
               MOVE WS-FINAL-ROWS TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-TRAILER-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE.

           8100-WRITE-TOTAL-LINE.
               MOVE SPACES TO RV-REPORT-LINE
               MOVE WS-TOTAL-LINE TO RV-REPORT-LINE
               WRITE RV-REPORT-LINE.

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
               MOVE "SUMHRCVR" TO ALOG-PROGRAM-NAME
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
