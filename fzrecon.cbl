           FD  FZ-INPUT-FILE.
           01  FZ-INPUT-RECORD.
               05 FZ-INPUT-N   PIC 9(9).
               05 FILLER       PIC X.
               05 FZ-INPUT-REQUESTER PIC X(8).
           FD  FZ-RULES-FILE.
           COPY "fzrules.cpy".
           FD  FZ-EXTRACT-FILE.
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-RULES-LOADED-FLAG PIC X VALUE "N".
           01 WS-PART-1            PIC X(10).
           01 WS-PART-2            PIC X(20).
           01 WS-PART-3            PIC X(20).
           01 WS-PART-4            PIC X(20).
           01 WS-PART-5            PIC X(20).
           01 WS-PART-6            PIC X(20).
           01 WS-DETAIL-SEEN       BINARY-LONG VALUE 0.
           01 WS-HASH-SEEN         BINARY-DOUBLE VALUE 0.
           01 WS-TRL-FLAG          PIC X VALUE "N".
              88 WS-TRL-FOUND      VALUE "Y".
           01 WS-TRL-COUNT         BINARY-DOUBLE VALUE 0.
           01 WS-TRL-HASH          BINARY-DOUBLE VALUE 0.
           01 WS-ACTUAL-COUNT      BINARY-DOUBLE.
           01 WS-LABEL-FOUND-IDX   BINARY-LONG.
           01 n   BINARY-LONG.
              05 WS-EX-LABEL       PIC X(20).
              05 FILLER            PIC X(31)
                 VALUE "  IN EXTRACT BUT NOT IN RULES".
           01 WS-TRL-CHECK-LINE.
              05 WS-TC-LABEL       PIC X(10).
              05 FILLER            PIC X(10) VALUE "  EXTRACT:".
              05 WS-TC-EXTRACT     PIC ZZZZZZZZZZZ9.
              05 FILLER            PIC X(10) VALUE "  TRAILER:".
              05 WS-TC-TRAILER     PIC ZZZZZZZZZZZ9.
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-TC-FLAG        PIC X(10).
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(10) VALUE "N VALUES: ".
              05 WS-CL-N           PIC ZZZZZZZZ9.
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ FZ-INPUT-FILE
               CLOSE FZ-INPUT-FILE
               PERFORM 4000-READ-EXTRACT
               PERFORM 5000-CHECK-COVERAGE
               PERFORM 5200-CHECK-TRAILER
               PERFORM 8000-WRITE-TOTALS
               CLOSE FR-REPORT-FILE
               MOVE WS-N-COUNT TO ALOG-INPUT-VALUE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE SPACES TO WS-PART-1
               MOVE SPACES TO WS-PART-2
               MOVE SPACES TO WS-PART-3
               MOVE SPACES TO WS-PART-4
               MOVE SPACES TO WS-PART-5
               MOVE SPACES TO WS-PART-6
               UNSTRING FZ-EXTRACT-LINE DELIMITED BY ";"
                   INTO WS-PART-1 WS-PART-2 WS-PART-3
                        WS-PART-4 WS-PART-5 WS-PART-6
               EVALUATE WS-PART-1
                   WHEN "RULE"
                       ADD 1 TO WS-DETAIL-SEEN
                       IF FUNCTION TEST-NUMVAL(WS-PART-3) = 0
                           COMPUTE WS-ACTUAL-COUNT =
                               FUNCTION NUMVAL(WS-PART-3)
                           ADD WS-ACTUAL-COUNT TO WS-HASH-SEEN
                       ELSE
                           MOVE -1 TO WS-ACTUAL-COUNT
                       END-IF
                       PERFORM 4200-POST-ACTUAL-TALLY
                   WHEN "REQ"
                       ADD 1 TO WS-DETAIL-SEEN
                       PERFORM 4300-HASH-REQUEST-LINE
                   WHEN "TRL"
                       SET WS-TRL-FOUND TO TRUE
                       IF FUNCTION TEST-NUMVAL(WS-PART-2) = 0
                           COMPUTE WS-TRL-COUNT =
                               FUNCTION NUMVAL(WS-PART-2)
                       ELSE
                           MOVE -1 TO WS-TRL-COUNT
                       END-IF
                       IF FUNCTION TEST-NUMVAL(WS-PART-3) = 0
                           COMPUTE WS-TRL-HASH =
                               FUNCTION NUMVAL(WS-PART-3)
                       ELSE
                           MOVE -1 TO WS-TRL-HASH
                       END-IF
               END-EVALUATE.

           4200-POST-ACTUAL-TALLY.
               MOVE 0 TO WS-LABEL-FOUND-IDX
                       WRITE FR-REPORT-LINE
               END-EVALUATE.

           4300-HASH-REQUEST-LINE.
               IF FUNCTION TEST-NUMVAL(WS-PART-2) = 0
                   COMPUTE WS-HASH-SEEN = WS-HASH-SEEN
                       + FUNCTION NUMVAL(WS-PART-2)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PART-4) = 0
                   COMPUTE WS-HASH-SEEN = WS-HASH-SEEN
                       + FUNCTION NUMVAL(WS-PART-4)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PART-5) = 0
                   COMPUTE WS-HASH-SEEN = WS-HASH-SEEN
                       + FUNCTION NUMVAL(WS-PART-5)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PART-6) = 0
                   COMPUTE WS-HASH-SEEN = WS-HASH-SEEN
                       + FUNCTION NUMVAL(WS-PART-6)
               END-IF.

           5000-CHECK-COVERAGE.
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-DETAIL-LINE TO FR-REPORT-LINE
               WRITE FR-REPORT-LINE.

           5200-CHECK-TRAILER.
               IF NOT WS-TRL-FOUND
                   MOVE "TRAILER" TO WS-MS-LABEL
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE SPACES TO FR-REPORT-LINE
                   MOVE WS-MISSING-LINE TO FR-REPORT-LINE
                   WRITE FR-REPORT-LINE
               ELSE
                   MOVE "TRL LINES" TO WS-TC-LABEL
                   MOVE WS-DETAIL-SEEN TO WS-TC-EXTRACT
                   MOVE WS-TRL-COUNT TO WS-TC-TRAILER
                   IF WS-DETAIL-SEEN = WS-TRL-COUNT
                       MOVE "OK" TO WS-TC-FLAG
                   ELSE
                       MOVE "*MISMATCH*" TO WS-TC-FLAG
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
                   MOVE SPACES TO FR-REPORT-LINE
                   MOVE WS-TRL-CHECK-LINE TO FR-REPORT-LINE
                   WRITE FR-REPORT-LINE
                   COMPUTE WS-HASH-SEEN =
                       FUNCTION MOD(WS-HASH-SEEN 1000000000000)
                   MOVE "TRL HASH" TO WS-TC-LABEL
                   MOVE WS-HASH-SEEN TO WS-TC-EXTRACT
                   MOVE WS-TRL-HASH TO WS-TC-TRAILER
                   IF WS-HASH-SEEN = WS-TRL-HASH
                       MOVE "OK" TO WS-TC-FLAG
                   ELSE
                       MOVE "*MISMATCH*" TO WS-TC-FLAG
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
                   MOVE SPACES TO FR-REPORT-LINE
                   MOVE WS-TRL-CHECK-LINE TO FR-REPORT-LINE
                   WRITE FR-REPORT-LINE
               END-IF.

           8000-WRITE-TOTALS.
               IF WS-MISMATCH-COUNT = 0
                   MOVE SPACES TO FR-REPORT-LINE
               END-IF
               MOVE "FZRECON" TO ALOG-PROGRAM-NAME
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
