           IDENTIFICATION DIVISION.
           PROGRAM-ID. SumHistRekey.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HIST-OLD-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY OLD-INPUT-N
                   FILE STATUS IS WS-HIST-OLD-STATUS.
               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.NEW"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT JRNL-OLD-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-OLD-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHJRNL.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT RK-REPORT-FILE ASSIGN TO "SUMHRKEY.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RK-REPORT-STATUS.
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
           FD  HIST-OLD-FILE.
           COPY "sumhnkey.cpy" REPLACING SUMHNKEY-RECORD BY
               HIST-OLD-RECORD
               SHN-INPUT-N BY OLD-INPUT-N
               SHN-SUM-VALUE BY OLD-SUM-VALUE
               SHN-RUN-TIMESTAMP BY OLD-RUN-TIMESTAMP
               SHN-CYCLE-NUMBER BY OLD-CYCLE-NUMBER.
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  JRNL-OLD-FILE.
           01  JRNL-OLD-RECORD.
               05 JRO-TIMESTAMP         PIC X(21).
               05 JRO-CYCLE-NUMBER      PIC 9(9).
               05 JRO-PROGRAM-NAME      PIC X(8).
               05 JRO-ACTION            PIC X.
               05 JRO-BEFORE-IMAGE.
                  10 JROB-INPUT-N       PIC 9(9).
                  10 JROB-SUM-VALUE     PIC S9(18).
                  10 JROB-RUN-TIMESTAMP PIC X(21).
                  10 JROB-CYCLE-NUMBER  PIC 9(9).
               05 JRO-AFTER-IMAGE.
                  10 JROA-INPUT-N       PIC 9(9).
                  10 JROA-SUM-VALUE     PIC S9(18).
                  10 JROA-RUN-TIMESTAMP PIC X(21).
                  10 JROA-CYCLE-NUMBER  PIC 9(9).
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  RK-REPORT-FILE.
           01  RK-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-HIST-OLD-STATUS   PIC XX.
              88 WS-HIST-OLD-OK    VALUE "00".
           01 WS-SUMHIST-STATUS    PIC XX.
              88 WS-SUMHIST-OK     VALUE "00".
           01 WS-JRNL-OLD-STATUS   PIC XX.
              88 WS-JRNL-OLD-OK    VALUE "00".
           01 WS-SUMHJRNL-STATUS   PIC XX.
              88 WS-SUMHJRNL-OK    VALUE "00".
           01 WS-RK-REPORT-STATUS  PIC XX.
              88 WS-RK-REPORT-OK   VALUE "00".
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
           01 WS-JRNL-EOF-FLAG     PIC X VALUE "N".
              88 WS-JRNL-EOF       VALUE "Y".
           01 WS-JRNL-PRESENT-FLAG PIC X VALUE "N".
              88 WS-JRNL-PRESENT   VALUE "Y".
           01 WS-JRNL-FAIL-FLAG    PIC X VALUE "N".
              88 WS-JRNL-FAILED    VALUE "Y".
           01 WS-READ-COUNT        BINARY-LONG VALUE 0.
           01 WS-LOADED-COUNT      BINARY-LONG VALUE 0.
           01 WS-BAD-RECORD-COUNT  BINARY-LONG VALUE 0.
           01 WS-WRITE-FAIL-COUNT  BINARY-LONG VALUE 0.
           01 WS-JRNL-READ-COUNT   BINARY-LONG VALUE 0.
           01 WS-JRNL-WRITE-COUNT  BINARY-LONG VALUE 0.
           01 WS-OLD-SUM-TOTAL     PIC S9(18) VALUE 0.
           01 WS-NEW-SUM-TOTAL     PIC S9(18) VALUE 0.
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
                 VALUE "SUM HISTORY REKEY".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-LAYOUT-LINE.
              05 FILLER            PIC X(60) VALUE
                 "SUMHIST KEY EXTENDED TO N + MODE + FROM + STEP".
           01 WS-BAD-RECORD-LINE.
              05 FILLER            PIC X(22)
                 VALUE "UNREADABLE RECORD AT #".
              05 WS-BR-RECNO       PIC ZZZZZZZZ9.
           01 WS-WRITE-FAIL-LINE.
              05 FILLER            PIC X(22)
                 VALUE "WRITE FAILED FOR N =  ".
              05 WS-WF-N           PIC ZZZZZZZZ9.
              05 FILLER            PIC X(9)  VALUE "  STATUS ".
              05 WS-WF-STATUS      PIC XX.
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(14) VALUE "RECORDS READ: ".
              05 WS-CL-READ        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(9)  VALUE "  LOADED:".
              05 WS-CL-LOADED      PIC ZZZZZZZZ9.
              05 FILLER            PIC X(14) VALUE "  UNREADABLE: ".
              05 WS-CL-BAD         PIC ZZZZZZZZ9.
           01 WS-TOTAL-LINE.
              05 FILLER            PIC X(16) VALUE "SUM TOTAL  OLD:".
              05 WS-TL-OLD         PIC -(18)9.
              05 FILLER            PIC X(7)  VALUE "  NEW:".
              05 WS-TL-NEW         PIC -(18)9.
           01 WS-JRNL-COUNT-LINE.
              05 FILLER            PIC X(17)
                 VALUE "JOURNAL ENTRIES: ".
              05 WS-JC-READ        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(12) VALUE "  CONVERTED:".
              05 WS-JC-WRITTEN     PIC ZZZZZZZZ9.
           01 WS-SWAP-LINE.
              05 FILLER            PIC X(50) VALUE
                 "SUMHIST.NEW INSTALLED AS REKEYED SUMHIST.DAT".
           01 WS-JRNL-SWAP-LINE.
              05 FILLER            PIC X(50) VALUE
                 "SUMHJRNL.NEW INSTALLED AS SUMHIST.JOURNAL".
           01 WS-NOJRNL-LINE.
              05 FILLER            PIC X(50) VALUE
                 "SUMHIST.JOURNAL NOT PRESENT - NOTHING TO CONVERT".
           01 WS-IMAGE-COPY-LINE.
              05 FILLER            PIC X(60) VALUE
                 "TAKE A SUMHIST IMAGE COPY BEFORE THE NEXT CYCLE".
           01 WS-NOSWAP-LINE.
              05 FILLER            PIC X(52) VALUE
                 "NOT IN BALANCE - PRIOR SUMHIST.DAT LEFT IN PLACE".
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF SUM HISTORY REKEY".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ HIST-OLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-REKEY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HIST-OLD-FILE
               CLOSE SUMHIST-FILE
               PERFORM 3000-CONVERT-JOURNAL
               IF WS-LOADED-COUNT = 0
                       OR WS-WRITE-FAIL-COUNT > 0
                       OR WS-NEW-SUM-TOTAL NOT = WS-OLD-SUM-TOTAL
                       OR WS-JRNL-FAILED
                       OR WS-JRNL-WRITE-COUNT NOT = WS-JRNL-READ-COUNT
                   PERFORM 7500-ABANDON-CONVERSION
               ELSE
                   PERFORM 7000-SWAP-HISTORY-FILES
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE RK-REPORT-FILE
               MOVE WS-READ-COUNT TO ALOG-INPUT-VALUE
               IF RETURN-CODE = 0
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN INPUT HIST-OLD-FILE
               IF NOT WS-HIST-OLD-OK
                   DISPLAY "SUMHIST.DAT could not be opened in the"
                       " prior layout, status " WS-HIST-OLD-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "SUMHIST.DAT OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-HIST-OLD-STATUS DELIMITED BY SIZE
                       ", NOT REKEYED" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT SUMHIST-FILE
               CLOSE SUMHIST-FILE
               OPEN I-O SUMHIST-FILE
               IF NOT WS-SUMHIST-OK
                   DISPLAY "SUMHIST.NEW could not be opened, status "
                       WS-SUMHIST-STATUS
                   CLOSE HIST-OLD-FILE
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT RK-REPORT-FILE
               IF NOT WS-RK-REPORT-OK
                   DISPLAY "SUMHRKEY.REPORT could not be opened,"
                       " status " WS-RK-REPORT-STATUS
                   CLOSE HIST-OLD-FILE
                   CLOSE SUMHIST-FILE
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
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-HEADER-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-LAYOUT-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE SPACES TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE.

           2000-REKEY-ONE-RECORD.
               ADD 1 TO WS-READ-COUNT
               IF OLD-INPUT-N IS NUMERIC AND OLD-SUM-VALUE IS NUMERIC
                   MOVE OLD-INPUT-N TO SH-INPUT-N
                   MOVE "N" TO SH-SUM-MODE
                   MOVE 1 TO SH-FROM-N
                   MOVE 1 TO SH-STEP-N
                   MOVE OLD-SUM-VALUE TO SH-SUM-VALUE
                   MOVE OLD-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
                   IF OLD-CYCLE-NUMBER IS NUMERIC
                       MOVE OLD-CYCLE-NUMBER TO SH-CYCLE-NUMBER
                   ELSE
                       MOVE 0 TO SH-CYCLE-NUMBER
                   END-IF
                   WRITE SUMHIST-RECORD
                       INVALID KEY
                           PERFORM 2100-REPORT-WRITE-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                           ADD OLD-SUM-VALUE TO WS-OLD-SUM-TOTAL
                           ADD SH-SUM-VALUE TO WS-NEW-SUM-TOTAL
                   END-WRITE
               ELSE
                   ADD 1 TO WS-BAD-RECORD-COUNT
                   MOVE WS-READ-COUNT TO WS-BR-RECNO
                   MOVE SPACES TO RK-REPORT-LINE
                   MOVE WS-BAD-RECORD-LINE TO RK-REPORT-LINE
                   WRITE RK-REPORT-LINE
               END-IF.

           2100-REPORT-WRITE-FAILURE.
               ADD 1 TO WS-WRITE-FAIL-COUNT
               MOVE OLD-INPUT-N TO WS-WF-N
               MOVE WS-SUMHIST-STATUS TO WS-WF-STATUS
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-WRITE-FAIL-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE.

           3000-CONVERT-JOURNAL.
               OPEN INPUT JRNL-OLD-FILE
               IF NOT WS-JRNL-OLD-OK
                   MOVE SPACES TO RK-REPORT-LINE
                   MOVE WS-NOJRNL-LINE TO RK-REPORT-LINE
                   WRITE RK-REPORT-LINE
               ELSE
                   SET WS-JRNL-PRESENT TO TRUE
                   OPEN OUTPUT SUMHJRNL-FILE
                   IF NOT WS-SUMHJRNL-OK
                       DISPLAY "SUMHJRNL.NEW could not be opened,"
                           " status " WS-SUMHJRNL-STATUS
                       SET WS-JRNL-FAILED TO TRUE
                   ELSE
                       PERFORM UNTIL WS-JRNL-EOF
                           READ JRNL-OLD-FILE
                               AT END
                                   SET WS-JRNL-EOF TO TRUE
                               NOT AT END
                                   PERFORM 3100-CONVERT-JOURNAL-ENTRY
                           END-READ
                       END-PERFORM
                       CLOSE SUMHJRNL-FILE
                   END-IF
                   CLOSE JRNL-OLD-FILE
               END-IF.

           3100-CONVERT-JOURNAL-ENTRY.
               ADD 1 TO WS-JRNL-READ-COUNT
               MOVE SPACES TO SUMHJRNL-RECORD
               MOVE JRO-TIMESTAMP TO SHJ-TIMESTAMP
               MOVE JRO-CYCLE-NUMBER TO SHJ-CYCLE-NUMBER
               MOVE JRO-PROGRAM-NAME TO SHJ-PROGRAM-NAME
               MOVE JRO-ACTION TO SHJ-ACTION
               IF JRO-BEFORE-IMAGE NOT = SPACES
                   MOVE JROB-INPUT-N TO SHJB-INPUT-N
                   MOVE "N" TO SHJB-SUM-MODE
                   MOVE 1 TO SHJB-FROM-N
                   MOVE 1 TO SHJB-STEP-N
                   MOVE JROB-SUM-VALUE TO SHJB-SUM-VALUE
                   MOVE JROB-RUN-TIMESTAMP TO SHJB-RUN-TIMESTAMP
                   MOVE JROB-CYCLE-NUMBER TO SHJB-CYCLE-NUMBER
               END-IF
               IF JRO-AFTER-IMAGE NOT = SPACES
                   MOVE JROA-INPUT-N TO SHJA-INPUT-N
                   MOVE "N" TO SHJA-SUM-MODE
                   MOVE 1 TO SHJA-FROM-N
                   MOVE 1 TO SHJA-STEP-N
                   MOVE JROA-SUM-VALUE TO SHJA-SUM-VALUE
                   MOVE JROA-RUN-TIMESTAMP TO SHJA-RUN-TIMESTAMP
                   MOVE JROA-CYCLE-NUMBER TO SHJA-CYCLE-NUMBER
               END-IF
               WRITE SUMHJRNL-RECORD
               IF WS-SUMHJRNL-OK
                   ADD 1 TO WS-JRNL-WRITE-COUNT
               ELSE
                   SET WS-JRNL-FAILED TO TRUE
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
                   MOVE SPACES TO RK-REPORT-LINE
                   MOVE WS-SWAP-LINE TO RK-REPORT-LINE
                   WRITE RK-REPORT-LINE
                   IF WS-JRNL-PRESENT
                       PERFORM 7100-SWAP-JOURNAL-FILES
                   END-IF
                   DISPLAY "SUMHIST.DAT rekeyed, take an image copy"
                       " before the next cycle"
                   MOVE SPACES TO RK-REPORT-LINE
                   MOVE WS-IMAGE-COPY-LINE TO RK-REPORT-LINE
                   WRITE RK-REPORT-LINE
               END-IF.

           7100-SWAP-JOURNAL-FILES.
               MOVE "SUMHIST.JOURNAL" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE "SUMHJRNL.NEW" TO WS-OLD-NAME
               MOVE "SUMHIST.JOURNAL" TO WS-NEW-NAME
               CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC NOT = 0
                   DISPLAY "SUMHJRNL.NEW could not replace"
                       " SUMHIST.JOURNAL"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO RK-REPORT-LINE
                   MOVE WS-JRNL-SWAP-LINE TO RK-REPORT-LINE
                   WRITE RK-REPORT-LINE
               END-IF.

           7500-ABANDON-CONVERSION.
               DISPLAY "Rekeyed history not in balance, SUMHIST.DAT"
                   " left in place"
               MOVE "SEVERE" TO WS-EXLG-SEVERITY
               MOVE SPACES TO WS-EXLG-MESSAGE
               STRING "SUMHIST REKEY NOT IN BALANCE, ABANDONED"
                       DELIMITED BY SIZE
                   INTO WS-EXLG-MESSAGE
               PERFORM 9600-WRITE-EXCEPTION
               MOVE "SUMHIST.NEW" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE "SUMHJRNL.NEW" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-NOSWAP-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE 16 TO RETURN-CODE.

           8000-WRITE-TOTALS.
               MOVE SPACES TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE WS-READ-COUNT TO WS-CL-READ
               MOVE WS-LOADED-COUNT TO WS-CL-LOADED
               MOVE WS-BAD-RECORD-COUNT TO WS-CL-BAD
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-COUNT-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE WS-OLD-SUM-TOTAL TO WS-TL-OLD
               MOVE WS-NEW-SUM-TOTAL TO WS-TL-NEW
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-TOTAL-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE WS-JRNL-READ-COUNT TO WS-JC-READ
               MOVE WS-JRNL-WRITE-COUNT TO WS-JC-WRITTEN
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-JRNL-COUNT-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE
               MOVE SPACES TO RK-REPORT-LINE
               MOVE WS-TRAILER-LINE TO RK-REPORT-LINE
               WRITE RK-REPORT-LINE.

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
               MOVE "SUMHRKEY" TO ALOG-PROGRAM-NAME
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
