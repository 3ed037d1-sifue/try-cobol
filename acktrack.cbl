           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X.
              88 WS-EOF            VALUE "Y".
           01 WS-ACK-COUNT-READ    BINARY-LONG VALUE 0.
                 10 WS-FD-TRL-FLAG   PIC X.
                    88 WS-FD-HAS-TRL VALUE "Y".
                 10 WS-FD-TRL-COUNT  PIC 9(9).
                 10 WS-FD-TRL-HASH   PIC 9(18).
           01 WS-ACK-IDX           BINARY-LONG.
           01 WS-ACK-FOUND-IDX     BINARY-LONG.
           01 WS-ACK-TABLE-COUNT   BINARY-LONG VALUE 0.
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-SCAN-FIZZBUZZ-EXTRACT
               PERFORM 3000-SCAN-COMBINED-EXTRACT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               END-IF
               MOVE "ACKTRACK" TO ALOG-PROGRAM-NAME
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
