               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  FZ-CARDS-FILE.
           01  FZ-CARDS-RECORD.
               05 FZ-CARDS-REQUEST PIC X(72).
               05 FZ-CARDS-REQUESTER PIC X(8).
           FD  FZ-CLEAN-FILE.
           01  FZ-CLEAN-RECORD.
               05 FZ-CLEAN-N       PIC 9(9).
               05 FILLER           PIC X.
               05 FZ-CLEAN-REQUESTER PIC X(8).
           FD  CR-CARDS-FILE.
           01  CR-CARDS-RECORD.
               05 CR-CARDS-REQUEST PIC X(72).
               05 CR-CARDS-REQUESTER PIC X(8).
           FD  CR-CLEAN-FILE.
           01  CR-CLEAN-RECORD.
               05 CR-CLEAN-N       PIC 9(9).
               05 FILLER           PIC X.
               05 CR-CLEAN-MODE    PIC X.
               05 FILLER           PIC X.
               05 CR-CLEAN-FROM    PIC 9(9).
               05 FILLER           PIC X.
               05 CR-CLEAN-STEP    PIC 9(9).
               05 FILLER           PIC X.
               05 CR-CLEAN-REQUESTER PIC X(8).
           FD  IE-REPORT-FILE.
           01  IE-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FZ-CARDS-STATUS   PIC XX.
              88 WS-FZ-CARDS-OK    VALUE "00".
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-CTLTOT-STATUS     PIC XX.
              88 WS-CTLTOT-OK      VALUE "00".
           01 WS-CT-NAME           PIC X(16).
           01 WS-CT-VALUE          BINARY-LONG.
           01 WS-EOF-FLAG          PIC X.
              88 WS-EOF            VALUE "Y".
           01 WS-CARD-VALUE        PIC X(80).
           01 WS-CARD-OK-FLAG      PIC X.
              88 WS-CARD-OK        VALUE "Y".
           01 WS-REJECT-REASON     PIC X(40).
           COPY "sumparm.cpy".
           01 WS-FILE-TAG          PIC X(8).
           01 WS-FZ-READ-COUNT     BINARY-LONG VALUE 0.
           01 WS-FZ-CLEAN-COUNT    BINARY-LONG VALUE 0.
           01 WS-CR-REJECT-COUNT   BINARY-LONG VALUE 0.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "INPUT EDIT PASS".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-EDIT-FIZZBUZZ-CARDS
               PERFORM 3000-EDIT-COMBINED-CARDS
               PERFORM 8000-WRITE-TOTALS
               CLOSE IE-REPORT-FILE
               PERFORM 8700-POST-CONTROL-TOTALS
               COMPUTE ALOG-INPUT-VALUE =
                   WS-FZ-READ-COUNT + WS-CR-READ-COUNT
               PERFORM 8500-SET-RETURN-CODE
           2100-EDIT-ONE-FZ-CARD.
               ADD 1 TO WS-CARD-NUMBER
               ADD 1 TO WS-FZ-READ-COUNT
               MOVE FZ-CARDS-REQUEST TO WS-CARD-VALUE
               PERFORM 5000-EDIT-CHECK-VALUE
               IF WS-CARD-OK
                   ADD 1 TO WS-FZ-CLEAN-COUNT
                   MOVE SPACES TO FZ-CLEAN-RECORD
                   MOVE WS-CLEAN-N TO FZ-CLEAN-N
                   MOVE FZ-CARDS-REQUESTER TO FZ-CLEAN-REQUESTER
                   WRITE FZ-CLEAN-RECORD
               ELSE
                   ADD 1 TO WS-FZ-REJECT-COUNT
           3100-EDIT-ONE-CR-CARD.
               ADD 1 TO WS-CARD-NUMBER
               ADD 1 TO WS-CR-READ-COUNT
               MOVE CR-CARDS-REQUEST TO WS-CARD-VALUE
               PERFORM 5100-EDIT-CHECK-MODE
               IF SM-NOT-MODE-CARD
                   PERFORM 5000-EDIT-CHECK-VALUE
               END-IF
               IF WS-CARD-OK
                   ADD 1 TO WS-CR-CLEAN-COUNT
                   MOVE SPACES TO CR-CLEAN-RECORD
                   MOVE WS-CLEAN-N TO CR-CLEAN-N
                   IF SM-VALID
                       MOVE SM-MODE TO CR-CLEAN-MODE
                       MOVE SM-FROM-N TO CR-CLEAN-FROM
                       MOVE SM-STEP-N TO CR-CLEAN-STEP
                   END-IF
                   MOVE CR-CARDS-REQUESTER TO CR-CLEAN-REQUESTER
                   WRITE CR-CLEAN-RECORD
               ELSE
                   ADD 1 TO WS-CR-REJECT-COUNT
                   END-IF
               END-IF.

           5100-EDIT-CHECK-MODE.
               MOVE "Y" TO WS-CARD-OK-FLAG
               MOVE SPACES TO WS-REJECT-REASON
               MOVE "PARSE" TO SM-FUNCTION
               MOVE WS-CARD-VALUE TO SM-CARD
               CALL "SUMMODE" USING SM-PARMS
               EVALUATE TRUE
                   WHEN SM-VALID
                       MOVE SM-TO-N TO WS-CLEAN-N
                   WHEN SM-INVALID
                       MOVE SM-REASON TO WS-REJECT-REASON
                       MOVE "N" TO WS-CARD-OK-FLAG
               END-EVALUATE.

           6000-WRITE-REJECT.
               MOVE WS-FILE-TAG TO WS-RJ-FILE
               MOVE WS-CARD-NUMBER TO WS-RJ-RECNO
                   END-IF
               END-IF.

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
                   MOVE "FZ-CARDS-READ" TO WS-CT-NAME
                   MOVE WS-FZ-READ-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "FZ-CARDS-ACCEPT" TO WS-CT-NAME
                   MOVE WS-FZ-CLEAN-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "FZ-CARDS-REJECT" TO WS-CT-NAME
                   MOVE WS-FZ-REJECT-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "CR-CARDS-READ" TO WS-CT-NAME
                   MOVE WS-CR-READ-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "CR-CARDS-ACCEPT" TO WS-CT-NAME
                   MOVE WS-CR-CLEAN-COUNT TO WS-CT-VALUE
                   PERFORM 8750-WRITE-CONTROL-TOTAL
                   MOVE "CR-CARDS-REJECT" TO WS-CT-NAME
                   MOVE WS-CR-REJECT-COUNT TO WS-CT-VALUE
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
               MOVE "INPUTEDT" TO ALOG-PROGRAM-NAME
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
