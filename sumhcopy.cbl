           IDENTIFICATION DIVISION.
           PROGRAM-ID. SumHistImageCopy.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT SUMHIMG-FILE ASSIGN TO "SUMHIMG.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHIMG-STATUS.
               SELECT IC-REPORT-FILE ASSIGN TO "SUMHCOPY.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-IC-REPORT-STATUS.
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
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  SUMHIMG-FILE.
           COPY "sumhimg.cpy".
           FD  IC-REPORT-FILE.
           01  IC-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-SUMHIST-STATUS    PIC XX.
              88 WS-SUMHIST-OK     VALUE "00".
           01 WS-SUMHIMG-STATUS    PIC XX.
              88 WS-SUMHIMG-OK     VALUE "00".
           01 WS-IC-REPORT-STATUS  PIC XX.
              88 WS-IC-REPORT-OK   VALUE "00".
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
           01 WS-ROW-COUNT         BINARY-LONG VALUE 0.
           01 WS-HASH-TOTAL        PIC 9(18) VALUE 0.
           01 WS-IMAGE-TIMESTAMP   PIC X(21).
           01 WS-FILE-RC           PIC S9(9) COMP-5.
           01 WS-FILE-INFO         PIC X(16).
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
                 VALUE "SUM HISTORY IMAGE COPY".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-IMAGE-LINE.
              05 FILLER            PIC X(18) VALUE "IMAGE TAKEN AT:   ".
              05 WS-IL-TIMESTAMP   PIC X(14).
              05 FILLER            PIC X(9)  VALUE "  CYCLE: ".
              05 WS-IL-CYCLE       PIC ZZZZZZZZ9.
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(18) VALUE "ROWS COPIED:      ".
              05 WS-CL-ROWS        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(14) VALUE "  KEY HASH:   ".
              05 WS-CL-HASH        PIC Z(17)9.
           01 WS-SWAP-LINE.
              05 FILLER            PIC X(51) VALUE
                 "SUMHIST.IMAGE REPLACED, PRIOR KEPT AS SUMHIMG.PRIOR".
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF SUM HISTORY IMAGE COPY".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ SUMHIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-COPY-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE SUMHIST-FILE
               PERFORM 3000-WRITE-IMAGE-TRAILER
               CLOSE SUMHIMG-FILE
               PERFORM 7000-SWAP-IMAGE-FILES
               PERFORM 8000-WRITE-TOTALS
               CLOSE IC-REPORT-FILE
               MOVE WS-ROW-COUNT TO ALOG-INPUT-VALUE
               IF RETURN-CODE = 0
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN INPUT SUMHIST-FILE
               IF NOT WS-SUMHIST-OK
                   DISPLAY "SUMHIST.DAT could not be opened, status "
                       WS-SUMHIST-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "SUMHIST.DAT OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-SUMHIST-STATUS DELIMITED BY SIZE
                       ", NO IMAGE COPY TAKEN" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT SUMHIMG-FILE
               IF NOT WS-SUMHIMG-OK
                   DISPLAY "SUMHIMG.NEW could not be opened, status "
                       WS-SUMHIMG-STATUS
                   CLOSE SUMHIST-FILE
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT IC-REPORT-FILE
               IF NOT WS-IC-REPORT-OK
                   DISPLAY "SUMHCOPY.REPORT could not be opened,"
                       " status " WS-IC-REPORT-STATUS
                   CLOSE SUMHIST-FILE
                   CLOSE SUMHIMG-FILE
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-IMAGE-TIMESTAMP
               MOVE SPACES TO SUMHIMG-RECORD
               SET SHI-HEADER TO TRUE
               MOVE WS-IMAGE-TIMESTAMP TO SHI-IMAGE-TIMESTAMP
               MOVE WS-CYCLE-NUMBER TO SHI-IMAGE-CYCLE
               WRITE SUMHIMG-RECORD
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE SPACES TO IC-REPORT-LINE
               MOVE WS-HEADER-LINE TO IC-REPORT-LINE
               WRITE IC-REPORT-LINE
               MOVE WS-IMAGE-TIMESTAMP(1:14) TO WS-IL-TIMESTAMP
               MOVE WS-CYCLE-NUMBER TO WS-IL-CYCLE
               MOVE SPACES TO IC-REPORT-LINE
               MOVE WS-IMAGE-LINE TO IC-REPORT-LINE
               WRITE IC-REPORT-LINE
               MOVE SPACES TO IC-REPORT-LINE
               WRITE IC-REPORT-LINE.

           2000-COPY-ONE-ROW.
               ADD 1 TO WS-ROW-COUNT
               ADD SH-INPUT-N TO WS-HASH-TOTAL
               MOVE SPACES TO SUMHIMG-RECORD
               SET SHI-ROW TO TRUE
               MOVE SUMHIST-RECORD TO SHI-ROW-IMAGE
               WRITE SUMHIMG-RECORD.

           3000-WRITE-IMAGE-TRAILER.
               MOVE SPACES TO SUMHIMG-RECORD
               SET SHI-TRAILER TO TRUE
               MOVE WS-ROW-COUNT TO SHI-ROW-COUNT
               MOVE WS-HASH-TOTAL TO SHI-HASH-TOTAL
               WRITE SUMHIMG-RECORD.

           7000-SWAP-IMAGE-FILES.
               MOVE "SUMHIST.IMAGE" TO WS-OLD-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-OLD-NAME
                   WS-FILE-INFO
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC = 0
                   MOVE "SUMHIMG.PRIOR" TO WS-NEW-NAME
                   CALL "CBL_DELETE_FILE" USING WS-NEW-NAME
                       RETURNING WS-FILE-RC
                   CALL "CBL_RENAME_FILE" USING WS-OLD-NAME
                       WS-NEW-NAME
                       RETURNING WS-FILE-RC
               END-IF
               MOVE "SUMHIMG.NEW" TO WS-OLD-NAME
               MOVE "SUMHIST.IMAGE" TO WS-NEW-NAME
               CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC NOT = 0
                   DISPLAY "SUMHIMG.NEW could not replace SUMHIST.IMAGE"
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "SUMHIMG.NEW COULD NOT REPLACE SUMHIST.IMAGE"
                           DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO IC-REPORT-LINE
                   MOVE WS-SWAP-LINE TO IC-REPORT-LINE
                   WRITE IC-REPORT-LINE
               END-IF.

           8000-WRITE-TOTALS.
               MOVE WS-ROW-COUNT TO WS-CL-ROWS
               MOVE WS-HASH-TOTAL TO WS-CL-HASH
               MOVE SPACES TO IC-REPORT-LINE
               MOVE WS-COUNT-LINE TO IC-REPORT-LINE
               WRITE IC-REPORT-LINE
               MOVE SPACES TO IC-REPORT-LINE
               MOVE WS-TRAILER-LINE TO IC-REPORT-LINE
               WRITE IC-REPORT-LINE.

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
               MOVE "SUMHCOPY" TO ALOG-PROGRAM-NAME
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
