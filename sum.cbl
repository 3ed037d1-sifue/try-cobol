               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT SUMCKPT-FILE ASSIGN TO "SUMCKPT.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMCKPT-STATUS.
               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  SUM-INPUT-FILE.
           01  SUM-INPUT-RECORD.
               05 SUM-INPUT-N PIC X(11).
               05 FILLER      PIC X(69).
           01  SUM-INPUT-CARD PIC X(80).
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  SUMCKPT-FILE.
           COPY "sumckpt.cpy".
           FD  AUDIT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-SUM-INPUT-STATUS PIC XX.
              88 WS-SUM-INPUT-OK  VALUE "00".
           01 WS-SUMHIST-STATUS PIC XX.
              88 WS-SUMHIST-OK  VALUE "00".
           01 WS-SUMHJRNL-STATUS PIC XX.
              88 WS-SUMHJRNL-OK VALUE "00".
           01 WS-JRNL-ACTION PIC X.
           01 WS-JRNL-BEFORE PIC X(76).
           01 WS-JRNL-AFTER PIC X(76).
           01 WS-SUMCKPT-STATUS PIC XX.
              88 WS-SUMCKPT-OK  VALUE "00".
           01 WS-N-INPUT PIC X(11).
           01 WS-N-TEST-RC PIC 9(4).
           01 WS-RUN-TIMESTAMP PIC X(21).
           01 WS-MAX-N PIC S9(18) VALUE 999999999.
           01 WS-ENV-NAME PIC X(20) VALUE "CHECKPOINT_INTERVAL".
           01 WS-ENV-VALUE PIC X(9).
           01 WS-CKPT-INTERVAL BINARY-LONG VALUE 10000.
           01 WS-RESUME-I BINARY-LONG VALUE 1.
           01 WS-TERM-COUNT BINARY-LONG VALUE 0.
           01 WS-DELETE-RC PIC S9(9) COMP-5.
           01 WS-AUDIT-STATUS PIC XX.
              88 WS-AUDIT-OK    VALUE "00".
           01 WS-AUDIT-ENV-NAME PIC X(20).
           01 WS-AUDIT-ENV-VALUE PIC X(9).
           01 WS-AUTH-CAPABILITY PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG PIC X.
              88 WS-AUTHORIZED   VALUE "Y".
           01 WS-EXCEPT-STATUS PIC XX.
              88 WS-EXCEPT-OK    VALUE "00".
           01 WS-EXLG-SEVERITY PIC X(6).
           01 WS-CYCLE-STATUS PIC XX.
              88 WS-CYCLE-OK     VALUE "00".
           01 WS-CYCLE-NUMBER PIC 9(9).
           01 WS-CTLTOT-STATUS PIC XX.
              88 WS-CTLTOT-OK VALUE "00".
           01 WS-CT-NAME PIC X(16).
           01 WS-CT-VALUE BINARY-LONG.
           01 WS-HIST-ADDED BINARY-LONG VALUE 0.
           01 WS-HIST-UPDATED BINARY-LONG VALUE 0.
           01 WS-N-NUMVAL PIC S9(18).
           01 WS-N-NUMVAL-DEC PIC S9(18)V9(6).
           01 WS-CKPT-OWNED-FLAG PIC X VALUE "Y".
              88 WS-HIST-FOUND   VALUE "Y".
           01 n   BINARY-LONG.
           01 i   BINARY-LONG.
           01 sumv BINARY-DOUBLE VALUE 0.
           01 WS-SUM-MODE PIC X VALUE "N".
              88 WS-MODE-N       VALUE "N".
              88 WS-MODE-SQUARES VALUE "Q".
           01 WS-FROM BINARY-LONG VALUE 1.
           01 WS-SUM-NOTE PIC X(22).
           01 WS-STEP BINARY-LONG VALUE 1.
           COPY "sumparm.cpy".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 1900-AUDIT-INIT
               PERFORM 1910-CHECK-AUTHORITY
               PERFORM 1600-LOAD-CHECKPOINT-INTERVAL
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
               IF WS-HIST-AVAIL
                   CLOSE SUMHIST-FILE
               END-IF
               PERFORM 1980-POST-CONTROL-TOTALS
               MOVE WS-N-COUNT TO ALOG-INPUT-VALUE
               IF WS-FAIL-COUNT = 0
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 1070-OPEN-HISTORY.

           1030-EDIT-CHECK-MODE.
               MOVE "N" TO WS-SUM-MODE
               MOVE 1 TO WS-FROM
               MOVE 1 TO WS-STEP
               MOVE "PARSE" TO SM-FUNCTION
               MOVE SUM-INPUT-CARD TO SM-CARD
               CALL "SUMMODE" USING SM-PARMS
               EVALUATE TRUE
                   WHEN SM-VALID
                       MOVE SM-MODE TO WS-SUM-MODE
                       MOVE SM-FROM-N TO WS-FROM
                       MOVE SM-TO-N TO n
                       MOVE SM-STEP-N TO WS-STEP
                   WHEN SM-INVALID
                       DISPLAY "Invalid input: '"
                           FUNCTION TRIM(SUM-INPUT-CARD) "', "
                           FUNCTION TRIM(SM-REASON)
                       MOVE "N" TO WS-N-VALID-FLAG
               END-EVALUATE.

           1050-EDIT-CHECK-INPUT.
               MOVE FUNCTION TEST-NUMVAL(WS-N-INPUT) TO WS-N-TEST-RC
               IF WS-N-TEST-RC NOT = 0
                               " got " WS-N-NUMVAL
                           MOVE "N" TO WS-N-VALID-FLAG
                       ELSE
                           IF WS-N-NUMVAL > WS-MAX-N
                               DISPLAY "Invalid input: n=" WS-N-NUMVAL
                                   " exceeds maximum supported value"
                                   " of " WS-MAX-N
                               MOVE "N" TO WS-N-VALID-FLAG
                           ELSE
                               MOVE WS-N-NUMVAL TO n
               MOVE "N" TO WS-HIST-FOUND-FLAG
               IF WS-HIST-AVAIL
                   MOVE n TO SH-INPUT-N
                   MOVE WS-SUM-MODE TO SH-SUM-MODE
                   MOVE WS-FROM TO SH-FROM-N
                   MOVE WS-STEP TO SH-STEP-N
                   READ SUMHIST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF.

           1600-LOAD-CHECKPOINT-INTERVAL.
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               END-IF.

           1700-RESTART-CHECK.
               MOVE WS-FROM TO WS-RESUME-I
               MOVE 0 TO WS-TERM-COUNT
               MOVE "Y" TO WS-CKPT-OWNED-FLAG
               OPEN INPUT SUMCKPT-FILE
               IF WS-SUMCKPT-OK
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CKPT-MODE = SPACE
                               MOVE "N" TO CKPT-MODE
                               MOVE 1 TO CKPT-FROM
                               MOVE 1 TO CKPT-STEP
                           END-IF
                           IF CKPT-N = n AND CKPT-MODE = WS-SUM-MODE
                                   AND CKPT-FROM = WS-FROM
                                   AND CKPT-STEP = WS-STEP
                               COMPUTE WS-RESUME-I = CKPT-I + WS-STEP
                               COMPUTE WS-TERM-COUNT =
                                   (CKPT-I - WS-FROM) / WS-STEP + 1
                               MOVE CKPT-SUMV TO sumv
                               DISPLAY "Resuming SumOfIntegers for n=" n
                                   " from checkpoint at i=" CKPT-I
               MOVE i TO CKPT-I
               MOVE sumv TO CKPT-SUMV
               MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
               MOVE WS-SUM-MODE TO CKPT-MODE
               MOVE WS-FROM TO CKPT-FROM
               MOVE WS-STEP TO CKPT-STEP
               OPEN OUTPUT SUMCKPT-FILE
               IF WS-SUMCKPT-OK
                   WRITE SUMCKPT-RECORD
               END-IF
               MOVE "SumOfInt" TO ALOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE TO ALOG-START-TIMESTAMP
               MOVE SPACES TO ALOG-SUBMITTER-ID
               MOVE SPACES TO ALOG-APPROVER-ID
               PERFORM 1997-READ-CYCLE.

           1910-CHECK-AUTHORITY.
               CALL "OPRAUTH" USING ALOG-OPERATOR-ID ALOG-PROGRAM-NAME
                   WS-AUTH-CAPABILITY WS-AUTH-FLAG
               IF NOT WS-AUTHORIZED
                   DISPLAY "Operator " ALOG-OPERATOR-ID
                       " is not authorized to run " ALOG-PROGRAM-NAME
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "DENIED" TO ALOG-COMPLETION-STATUS
                   PERFORM 1990-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.

           1997-READ-CYCLE.
               MOVE 0 TO WS-CYCLE-NUMBER
               OPEN INPUT CYCLE-FILE
                       RETURNING WS-DELETE-RC
               END-IF.

           1980-POST-CONTROL-TOTALS.
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
                   PERFORM 1995-WRITE-EXCEPTION
               ELSE
                   MOVE "N-PROCESSED" TO WS-CT-NAME
                   MOVE WS-N-COUNT TO WS-CT-VALUE
                   PERFORM 1985-WRITE-CONTROL-TOTAL
                   MOVE "N-REJECTED" TO WS-CT-NAME
                   MOVE WS-FAIL-COUNT TO WS-CT-VALUE
                   PERFORM 1985-WRITE-CONTROL-TOTAL
                   MOVE "HIST-ADDED" TO WS-CT-NAME
                   MOVE WS-HIST-ADDED TO WS-CT-VALUE
                   PERFORM 1985-WRITE-CONTROL-TOTAL
                   MOVE "HIST-UPDATED" TO WS-CT-NAME
                   MOVE WS-HIST-UPDATED TO WS-CT-VALUE
                   PERFORM 1985-WRITE-CONTROL-TOTAL
                   CLOSE CTLTOT-FILE
               END-IF.

           1985-WRITE-CONTROL-TOTAL.
               MOVE WS-CYCLE-NUMBER TO CT-CYCLE-NUMBER
               MOVE ALOG-PROGRAM-NAME TO CT-PROGRAM-NAME
               MOVE WS-CT-NAME TO CT-TOTAL-NAME
               MOVE WS-CT-VALUE TO CT-TOTAL-VALUE
               MOVE FUNCTION CURRENT-DATE TO CT-TIMESTAMP
               WRITE CTLTOT-RECORD.

           1990-WRITE-AUDIT-LOG.
               MOVE FUNCTION CURRENT-DATE TO ALOG-END-TIMESTAMP
               OPEN EXTEND AUDIT-LOG-FILE
               ADD 1 TO WS-N-COUNT
               MOVE "Y" TO WS-N-VALID-FLAG
               MOVE 0 TO sumv
               PERFORM 1030-EDIT-CHECK-MODE
               IF SM-NOT-MODE-CARD
                   PERFORM 1050-EDIT-CHECK-INPUT
               END-IF
               IF WS-N-VALID
                   PERFORM 1090-READ-HISTORY-N
                   IF WS-HIST-FOUND
                       MOVE SH-SUM-VALUE TO sumv
                       MOVE " (reused from history)" TO WS-SUM-NOTE
                       PERFORM 2050-DISPLAY-SUM
                   ELSE
                       PERFORM 1700-RESTART-CHECK
                       PERFORM VARYING i FROM WS-RESUME-I BY WS-STEP
                               UNTIL i > n
                           IF WS-MODE-SQUARES
                               COMPUTE sumv = sumv + i * i
                           ELSE
                               ADD i TO sumv
                           END-IF
                           ADD 1 TO WS-TERM-COUNT
                           IF FUNCTION MOD(WS-TERM-COUNT
                                   WS-CKPT-INTERVAL) = 0
                               PERFORM 1800-WRITE-CHECKPOINT
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO WS-SUM-NOTE
                       PERFORM 2050-DISPLAY-SUM
                       PERFORM 1950-DELETE-CHECKPOINT
                       PERFORM 2100-WRITE-HISTORY
                   END-IF
                   ADD 1 TO WS-FAIL-COUNT
               END-IF.

           2050-DISPLAY-SUM.
               IF WS-MODE-N
                   DISPLAY "The sum for n=" n " is " sumv
                       FUNCTION TRIM(WS-SUM-NOTE TRAILING)
               ELSE
                   DISPLAY "The " FUNCTION TRIM(SM-MODE-NAME)
                       " sum from " WS-FROM " to " n " by " WS-STEP
                       " is " sumv FUNCTION TRIM(WS-SUM-NOTE TRAILING)
               END-IF.

           2100-WRITE-HISTORY.
               IF WS-HIST-AVAIL
                   MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
                   MOVE n TO SH-INPUT-N
                   MOVE WS-SUM-MODE TO SH-SUM-MODE
                   MOVE WS-FROM TO SH-FROM-N
                   MOVE WS-STEP TO SH-STEP-N
                   MOVE sumv TO SH-SUM-VALUE
                   MOVE WS-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
                   MOVE WS-CYCLE-NUMBER TO SH-CYCLE-NUMBER
                   MOVE SUMHIST-RECORD TO WS-JRNL-AFTER
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE "A" TO WS-JRNL-ACTION
                   WRITE SUMHIST-RECORD
                       INVALID KEY
                           PERFORM 2150-REWRITE-HISTORY
                   END-WRITE
                   EVALUATE WS-JRNL-ACTION
                       WHEN "A"
                           ADD 1 TO WS-HIST-ADDED
                       WHEN "U"
                           ADD 1 TO WS-HIST-UPDATED
                   END-EVALUATE
                   PERFORM 2200-WRITE-JOURNAL
               END-IF.

           2150-REWRITE-HISTORY.
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

           2200-WRITE-JOURNAL.
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
                       PERFORM 1995-WRITE-EXCEPTION
                   ELSE
                       MOVE WS-RUN-TIMESTAMP TO SHJ-TIMESTAMP
                       MOVE WS-CYCLE-NUMBER TO SHJ-CYCLE-NUMBER
                       MOVE ALOG-PROGRAM-NAME TO SHJ-PROGRAM-NAME
                       MOVE WS-JRNL-ACTION TO SHJ-ACTION
                       MOVE WS-JRNL-BEFORE TO SHJ-BEFORE-IMAGE
                       MOVE WS-JRNL-AFTER TO SHJ-AFTER-IMAGE
                       WRITE SUMHJRNL-RECORD
                       CLOSE SUMHJRNL-FILE
                   END-IF
               END-IF.
