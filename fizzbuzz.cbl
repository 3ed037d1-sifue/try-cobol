               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  FZ-INPUT-FILE.
           01  FZ-INPUT-RECORD.
               05 FZ-INPUT-N   PIC 9(9).
               05 FILLER       PIC X.
               05 FZ-INPUT-REQUESTER PIC X(8).
           FD  FZ-REPORT-FILE.
           01  FZ-REPORT-LINE  PIC X(80).
           FD  FZ-RULES-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FZ-INPUT-STATUS  PIC XX.
              88 WS-FZ-INPUT-OK   VALUE "00".
           01 WS-EXTRACT-FAIL-FLAG PIC X VALUE "N".
              88 WS-EXTRACT-FAILED VALUE "Y".
           01 WS-EXTRACT-COUNT     PIC 9(9).
           01 WS-EXTRACT-N         PIC 9(9).
           01 WS-EXTRACT-MATCH     PIC 9(9).
           01 WS-EXTRACT-COMBO     PIC 9(9).
           01 WS-EXTRACT-PLAIN     PIC 9(9).
           01 WS-REQUESTER         PIC X(8).
           01 WS-TRL-DETAIL        PIC 9(9).
           01 WS-TRL-HASH          PIC 9(12).
           01 WS-HASH-TOTAL        BINARY-DOUBLE.
           01 WS-REQ-LINE-COUNT    BINARY-LONG VALUE 0.
           01 WS-REQ-HASH          BINARY-DOUBLE VALUE 0.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-SEVERITY     PIC X(6).
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-CTLTOT-STATUS     PIC XX.
              88 WS-CTLTOT-OK      VALUE "00".
           01 WS-CT-NAME           PIC X(16).
           01 WS-CT-VALUE          BINARY-LONG.
           01 WS-EXLG-NUMBER       PIC 9(9).
           01 n   BINARY-LONG.
           01 i   BINARY-LONG.
               PERFORM 8500-WRITE-EXTRACT
               CLOSE FZ-INPUT-FILE
               CLOSE FZ-REPORT-FILE
               PERFORM 8700-POST-CONTROL-TOTALS
               MOVE WS-N-COUNT TO ALOG-INPUT-VALUE
               IF WS-EXTRACT-FAILED
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS

           1000-INITIALIZE.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               OPEN INPUT FZ-INPUT-FILE
               IF NOT WS-FZ-INPUT-OK
                   DISPLAY "FIZZBUZZ.INPUT could not be opened, status "
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               PERFORM 1050-LOAD-RULES
               PERFORM 8400-OPEN-EXTRACT
               PERFORM 2100-WRITE-HEADER.

           1050-LOAD-RULES.

           2000-PROCESS-ONE-N.
               MOVE FZ-INPUT-N TO n
               MOVE FZ-INPUT-REQUESTER TO WS-REQUESTER
               ADD 1 TO WS-N-COUNT
               PERFORM 2250-SAVE-PRIOR-TALLIES
               MOVE n TO WS-NL-N
               COMPUTE WS-MATCH-TOTAL =
                   WS-MATCH-TOTAL - WS-PRIOR-MATCH
               MOVE WS-MATCH-TOTAL TO WS-ST-MATCH
               MOVE WS-MATCH-TOTAL TO WS-EXTRACT-MATCH
               COMPUTE WS-MATCH-TOTAL =
                   WS-COMBO-TALLY - WS-PRIOR-COMBO
               MOVE WS-MATCH-TOTAL TO WS-ST-COMBO
               MOVE WS-MATCH-TOTAL TO WS-EXTRACT-COMBO
               COMPUTE WS-MATCH-TOTAL =
                   WS-PLAIN-TALLY - WS-PRIOR-PLAIN
               MOVE WS-MATCH-TOTAL TO WS-ST-PLAIN
               MOVE WS-MATCH-TOTAL TO WS-EXTRACT-PLAIN
               MOVE SPACES TO WS-BODY-LINE
               MOVE WS-SUBTOTAL-LINE TO WS-BODY-LINE
               PERFORM 2300-WRITE-BODY-LINE
               MOVE SPACES TO WS-BODY-LINE
               PERFORM 2300-WRITE-BODY-LINE
               IF NOT WS-EXTRACT-FAILED
                   PERFORM 2400-WRITE-EXTRACT-REQUEST
               END-IF.

           2400-WRITE-EXTRACT-REQUEST.
               MOVE n TO WS-EXTRACT-N
               MOVE SPACES TO FZ-EXTRACT-LINE
               STRING "REQ;" DELIMITED BY SIZE
                   WS-EXTRACT-N DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-REQUESTER DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-EXTRACT-MATCH DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-EXTRACT-COMBO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-EXTRACT-PLAIN DELIMITED BY SIZE
                   INTO FZ-EXTRACT-LINE
               WRITE FZ-EXTRACT-LINE
               ADD 1 TO WS-REQ-LINE-COUNT
               ADD WS-EXTRACT-N WS-EXTRACT-MATCH WS-EXTRACT-COMBO
                   WS-EXTRACT-PLAIN TO WS-REQ-HASH.

           8000-WRITE-TRAILER.
               MOVE "N" TO WS-MID-N-FLAG
               MOVE WS-TRAILER-LINE TO WS-BODY-LINE
               PERFORM 2300-WRITE-BODY-LINE.

           8400-OPEN-EXTRACT.
               OPEN OUTPUT FZ-EXTRACT-FILE
               IF NOT WS-FZ-EXTRACT-OK
                   DISPLAY "FIZZBUZZ.EXTRACT could not be opened,"
                       WS-CYCLE-NUMBER DELIMITED BY SIZE
                       INTO FZ-EXTRACT-LINE
                   WRITE FZ-EXTRACT-LINE
               END-IF.

           8500-WRITE-EXTRACT.
               IF NOT WS-EXTRACT-FAILED
                   PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                           UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       MOVE WS-RULE-TALLY(WS-RULE-IDX)
               END-IF.

           8600-WRITE-EXTRACT-TRAILER.
               COMPUTE WS-TRL-DETAIL =
                   WS-RULE-COUNT + 2 + WS-REQ-LINE-COUNT
               MOVE WS-REQ-HASH TO WS-HASH-TOTAL
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   ADD WS-RULE-TALLY(WS-RULE-IDX) TO WS-HASH-TOTAL
                   INTO FZ-EXTRACT-LINE
               WRITE FZ-EXTRACT-LINE.

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
                   MOVE "N-PROCESSED" TO WS-CT-NAME
                   MOVE WS-N-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "EXTRACT-DETAIL" TO WS-CT-NAME
                   IF WS-EXTRACT-FAILED
                       MOVE 0 TO WS-CT-VALUE
                   ELSE
                       MOVE WS-TRL-DETAIL TO WS-CT-VALUE
                   END-IF
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
               END-IF
               MOVE "FizzBuzz" TO ALOG-PROGRAM-NAME
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

           9700-READ-CYCLE.
               MOVE 0 TO WS-CYCLE-NUMBER
               OPEN INPUT CYCLE-FILE
