           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-RULE-COUNT        BINARY-LONG VALUE 0.
           01 WS-CARD-OK-FLAG      PIC X.
              88 WS-CARD-OK        VALUE "Y".
           01 WS-REJECT-REASON     PIC X(40).
           01 WS-CHANGE-HELD-FLAG  PIC X VALUE "N".
              88 WS-CHANGE-HELD    VALUE "Y".
           COPY "dualparm.cpy".
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "FIZZBUZZ RULES MAINTENANCE".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 1100-LOAD-RULES
               PERFORM UNTIL WS-EOF
               CLOSE RM-CONTROL-FILE
               PERFORM 7000-FINAL-VALIDATE
               IF WS-LOAD-ERROR-COUNT = 0
                   IF WS-APPLIED-COUNT > 0
                       PERFORM 7500-CHECK-DUAL-CONTROL
                   END-IF
                   IF NOT WS-CHANGE-HELD
                       PERFORM 8000-REWRITE-RULES
                   END-IF
               ELSE
                   MOVE "RULES FILE NOT REWRITTEN - ERRORS REMAIN"
                       TO WS-DI-TEXT
                           OR WS-LOAD-ERROR-COUNT > 0)
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF RETURN-CODE = 0 AND WS-CHANGE-HELD
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-CARD-COUNT TO ALOG-INPUT-VALUE
               EVALUATE RETURN-CODE
                   WHEN 0
                       MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
                   WHEN 4
                       MOVE "PENDING" TO ALOG-COMPLETION-STATUS
                   WHEN OTHER
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               END-EVALUATE
               PERFORM 9000-WRITE-AUDIT-LOG
               STOP RUN.

                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
               MOVE SPACES TO RM-REPORT-LINE
               MOVE WS-HEADER-LINE TO RM-REPORT-LINE
                   END-PERFORM
               END-PERFORM.

           7500-CHECK-DUAL-CONTROL.
               MOVE "CHECK" TO DC-FUNCTION
               MOVE ALOG-PROGRAM-NAME TO DC-PROGRAM-NAME
               MOVE ALOG-OPERATOR-ID TO DC-OPERATOR-ID
               MOVE "RULEMNT.CONTROL" TO DC-CONTROL-FILE
               MOVE WS-CYCLE-NUMBER TO DC-CYCLE-NUMBER
               CALL "DUALCTL" USING DC-PARMS
               MOVE SPACES TO WS-DI-TEXT
               EVALUATE TRUE
                   WHEN DC-APPROVED
                       MOVE DC-SUBMITTER-ID TO ALOG-SUBMITTER-ID
                       MOVE DC-APPROVER-ID TO ALOG-APPROVER-ID
                       STRING "CHANGE REQUEST " DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " SUBMITTED BY " DELIMITED BY SIZE
                           DC-SUBMITTER-ID DELIMITED BY SPACE
                           ", APPROVED BY " DELIMITED BY SIZE
                           DC-APPROVER-ID DELIMITED BY SPACE
                           INTO WS-DI-TEXT
                   WHEN DC-SUBMITTED
                       SET WS-CHANGE-HELD TO TRUE
                       MOVE DC-SUBMITTER-ID TO ALOG-SUBMITTER-ID
                       STRING "CHANGE REQUEST " DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " SUBMITTED FOR APPROVAL" DELIMITED BY SIZE
                           INTO WS-DI-TEXT
                   WHEN DC-AWAITING
                       SET WS-CHANGE-HELD TO TRUE
                       MOVE DC-SUBMITTER-ID TO ALOG-SUBMITTER-ID
                       STRING "CHANGE REQUEST " DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " STILL AWAITING APPROVAL" DELIMITED BY SIZE
                           INTO WS-DI-TEXT
                   WHEN OTHER
                       SET WS-CHANGE-HELD TO TRUE
                       MOVE "CHANGE.APPROVALS COULD NOT BE UPDATED"
                           TO WS-DI-TEXT
                       MOVE "SEVERE" TO WS-EXLG-SEVERITY
                       MOVE "CHANGE.APPROVALS UNAVAILABLE, CHANGES HELD"
                           TO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
               END-EVALUATE
               PERFORM 6100-WRITE-DISPOSITION
               IF WS-CHANGE-HELD
                   MOVE "RULES FILE NOT REWRITTEN - AWAITING APPROVAL"
                       TO WS-DI-TEXT
                   PERFORM 6100-WRITE-DISPOSITION
                   IF NOT DC-FAILED
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "RULE CHANGE REQUEST " DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " AWAITING APPROVAL, NOT APPLIED"
                               DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   END-IF
               END-IF.

           7600-MARK-APPLIED.
               MOVE "APPLIED" TO DC-FUNCTION
               MOVE WS-CYCLE-NUMBER TO DC-CYCLE-NUMBER
               CALL "DUALCTL" USING DC-PARMS
               IF NOT DC-APPROVED
                   DISPLAY "CHANGE.APPROVALS could not be updated,"
                       " request " DC-REQUEST-NUMBER
                       " not marked applied"
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CHANGE REQUEST " DELIMITED BY SIZE
                       DC-REQUEST-NUMBER DELIMITED BY SIZE
                       " APPLIED BUT NOT MARKED APPLIED"
                           DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           8000-REWRITE-RULES.
               IF WS-APPLIED-COUNT = 0
                   MOVE "NO CHANGES APPLIED, RULES FILE LEFT IN PLACE"
                           WS-RUN-DATE DELIMITED BY SIZE
                           INTO WS-DI-TEXT
                       PERFORM 6100-WRITE-DISPOSITION
                       PERFORM 7600-MARK-APPLIED
                   END-IF
               END-IF.

               END-IF
               MOVE "RULEMNT" TO ALOG-PROGRAM-NAME
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
                   STOP RUN
               END-IF.

           9600-WRITE-EXCEPTION.
               OPEN EXTEND EXCEPT-LOG-FILE
               IF WS-EXCEPT-STATUS = "35"
