           IDENTIFICATION DIVISION.
           PROGRAM-ID. ChangeApproval.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CA-CONTROL-FILE ASSIGN TO "CHGAPRV.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CA-CONTROL-STATUS.
               SELECT CHGREQ-FILE ASSIGN TO "CHANGE.APPROVALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREQ-STATUS.
               SELECT CA-CHANGE-FILE ASSIGN USING WS-CHANGE-FILE-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CA-CHANGE-STATUS.
               SELECT CA-REPORT-FILE ASSIGN TO "CHGAPRV.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CA-REPORT-STATUS.
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
           FD  CA-CONTROL-FILE.
           01  CA-CONTROL-RECORD.
               05 CA-VERB          PIC X(7).
               05 FILLER           PIC X.
               05 CA-REQUEST       PIC X(6).
           FD  CHGREQ-FILE.
           COPY "chgreq.cpy".
           FD  CA-CHANGE-FILE.
           01  CA-CHANGE-RECORD    PIC X(72).
           FD  CA-REPORT-FILE.
           01  CA-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CA-CONTROL-STATUS PIC XX.
              88 WS-CA-CONTROL-OK  VALUE "00".
           01 WS-CHGREQ-STATUS     PIC XX.
              88 WS-CHGREQ-OK      VALUE "00".
              88 WS-CHGREQ-EOF     VALUE "10".
           01 WS-CA-CHANGE-STATUS  PIC XX.
              88 WS-CA-CHANGE-OK   VALUE "00".
              88 WS-CA-CHANGE-EOF  VALUE "10".
           01 WS-CA-REPORT-STATUS  PIC XX.
              88 WS-CA-REPORT-OK   VALUE "00".
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
           01 WS-CHANGE-FILE-NAME  PIC X(32).
           01 WS-CARD-COUNT        BINARY-LONG VALUE 0.
           01 WS-DECIDED-COUNT     BINARY-LONG VALUE 0.
           01 WS-REJECT-COUNT      BINARY-LONG VALUE 0.
           01 WS-PENDING-COUNT     BINARY-LONG.
           01 WS-REQ-COUNT         BINARY-LONG VALUE 0.
           01 WS-REQ-IDX           BINARY-LONG.
           01 WS-REQ-FOUND-IDX     BINARY-LONG.
           01 WS-REQ-OVERFLOW-FLAG PIC X VALUE "N".
              88 WS-REQ-OVERFLOW   VALUE "Y".
           01 WS-REQ-TABLE.
              05 WS-REQ-IMAGE      PIC X(112) OCCURS 999 TIMES.
           COPY "chgreq.cpy" REPLACING CHGREQ-RECORD BY WS-WORK-REQUEST
               CQ-REQUEST-NUMBER BY WS-WQ-REQUEST-NUMBER
               CQ-PROGRAM-NAME BY WS-WQ-PROGRAM-NAME
               CQ-STATUS BY WS-WQ-STATUS
               CQ-CARD-COUNT BY WS-WQ-CARD-COUNT
               CQ-CARD-HASH BY WS-WQ-CARD-HASH
               CQ-SUBMITTER-ID BY WS-WQ-SUBMITTER-ID
               CQ-SUBMIT-TIMESTAMP BY WS-WQ-SUBMIT-TIMESTAMP
               CQ-APPROVER-ID BY WS-WQ-APPROVER-ID
               CQ-APPROVE-TIMESTAMP BY WS-WQ-APPROVE-TIMESTAMP
               CQ-CYCLE-NUMBER BY WS-WQ-CYCLE-NUMBER.
           COPY "dualparm.cpy".
           01 WS-NEW-STATUS        PIC X(8).
           01 WS-CARD-OK-FLAG      PIC X.
              88 WS-CARD-OK        VALUE "Y".
           01 WS-REJECT-REASON     PIC X(48).
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "CHANGE APPROVAL".
              05 FILLER            PIC X(11) VALUE "  OPERATOR:".
              05 WS-HDR-OPERATOR   PIC X(8).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-CARD-ECHO-LINE.
              05 FILLER            PIC X(6)  VALUE "CARD: ".
              05 WS-CE-TEXT        PIC X(14).
           01 WS-DISP-LINE.
              05 FILLER            PIC X(4)  VALUE SPACES.
              05 WS-DI-TEXT        PIC X(60).
           01 WS-CHANGE-LINE.
              05 FILLER            PIC X(6)  VALUE "    > ".
              05 WS-CH-TEXT        PIC X(72).
           01 WS-PENDING-LINE.
              05 FILLER            PIC X(4)  VALUE SPACES.
              05 WS-PL-NUMBER      PIC 9(6).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-PL-PROGRAM     PIC X(8).
              05 FILLER            PIC X(4)  VALUE " BY ".
              05 WS-PL-SUBMITTER   PIC X(8).
              05 FILLER            PIC X(4)  VALUE " AT ".
              05 WS-PL-TIMESTAMP   PIC X(14).
              05 FILLER            PIC X(8)  VALUE "  CARDS:".
              05 WS-PL-CARDS       PIC ZZZZ9.
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(14) VALUE "CARDS READ:   ".
              05 WS-CL-CARDS       PIC ZZZ9.
              05 FILLER            PIC X(10) VALUE "  DECIDED:".
              05 WS-CL-DECIDED     PIC ZZZ9.
              05 FILLER            PIC X(11) VALUE "  REJECTED:".
              05 WS-CL-REJECTED    PIC ZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF CHANGE APPROVAL".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 1100-LOAD-REQUESTS
               PERFORM UNTIL WS-EOF
                   READ CA-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CA-CONTROL-FILE
               PERFORM 8000-WRITE-TOTALS
               CLOSE CA-REPORT-FILE
               IF RETURN-CODE = 0 AND WS-REJECT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-CARD-COUNT TO ALOG-INPUT-VALUE
               IF RETURN-CODE = 0
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN INPUT CA-CONTROL-FILE
               IF NOT WS-CA-CONTROL-OK
                   DISPLAY "CHGAPRV.CONTROL could not be opened,"
                       " status " WS-CA-CONTROL-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT CA-REPORT-FILE
               IF NOT WS-CA-REPORT-OK
                   DISPLAY "CHGAPRV.REPORT could not be opened,"
                       " status " WS-CA-REPORT-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ALOG-OPERATOR-ID TO WS-HDR-OPERATOR
               MOVE WS-CYCLE-NUMBER TO WS-HDR-CYCLE
               MOVE SPACES TO CA-REPORT-LINE
               MOVE WS-HEADER-LINE TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE
               MOVE SPACES TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE.

           1100-LOAD-REQUESTS.
               OPEN INPUT CHGREQ-FILE
               IF NOT WS-CHGREQ-OK
                   MOVE "CHANGE.APPROVALS NOT FOUND, NO REQUESTS"
                       TO WS-DI-TEXT
                   PERFORM 6100-WRITE-DISPOSITION
               ELSE
                   PERFORM UNTIL WS-CHGREQ-EOF
                       READ CHGREQ-FILE
                           AT END
                               SET WS-CHGREQ-EOF TO TRUE
                           NOT AT END
                               PERFORM 1120-STORE-ONE-REQUEST
                       END-READ
                   END-PERFORM
                   CLOSE CHGREQ-FILE
                   IF WS-REQ-OVERFLOW
                       MOVE "CHANGE.APPROVALS HOLDS OVER 999 REQUESTS"
                           TO WS-DI-TEXT
                       PERFORM 6100-WRITE-DISPOSITION
                   END-IF
               END-IF.

           1120-STORE-ONE-REQUEST.
               IF CQ-REQUEST-NUMBER IS NUMERIC
                   MOVE CQ-REQUEST-NUMBER TO WS-WQ-REQUEST-NUMBER
                   PERFORM 1130-FIND-REQUEST
                   IF WS-REQ-FOUND-IDX > 0
                       MOVE CHGREQ-RECORD
                           TO WS-REQ-IMAGE(WS-REQ-FOUND-IDX)
                   ELSE
                       IF WS-REQ-COUNT >= 999
                           SET WS-REQ-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-REQ-COUNT
                           MOVE CHGREQ-RECORD
                               TO WS-REQ-IMAGE(WS-REQ-COUNT)
                       END-IF
                   END-IF
               END-IF.

           1130-FIND-REQUEST.
               MOVE 0 TO WS-REQ-FOUND-IDX
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-IMAGE(WS-REQ-IDX)(1:6) =
                           WS-WQ-REQUEST-NUMBER
                       MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                       MOVE WS-REQ-COUNT TO WS-REQ-IDX
                   END-IF
               END-PERFORM.

           2000-PROCESS-ONE-CARD.
               ADD 1 TO WS-CARD-COUNT
               MOVE CA-CONTROL-RECORD TO WS-CE-TEXT
               MOVE SPACES TO CA-REPORT-LINE
               MOVE WS-CARD-ECHO-LINE TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE
               EVALUATE CA-VERB
                   WHEN "APPROVE"
                       MOVE "APPROVED" TO WS-NEW-STATUS
                       PERFORM 3000-DECIDE-REQUEST
                   WHEN "REJECT "
                       MOVE "REJECTED" TO WS-NEW-STATUS
                       PERFORM 3000-DECIDE-REQUEST
                   WHEN "LIST   "
                       PERFORM 5000-LIST-PENDING
                   WHEN OTHER
                       MOVE "UNRECOGNIZED VERB" TO WS-REJECT-REASON
                       PERFORM 6000-WRITE-REJECT
               END-EVALUATE.

           3000-DECIDE-REQUEST.
               MOVE "Y" TO WS-CARD-OK-FLAG
               MOVE 0 TO WS-REQ-FOUND-IDX
               IF CA-REQUEST IS NOT NUMERIC
                   MOVE "REQUEST NUMBER IS NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               ELSE
                   MOVE CA-REQUEST TO WS-WQ-REQUEST-NUMBER
                   PERFORM 1130-FIND-REQUEST
                   IF WS-REQ-FOUND-IDX = 0
                       MOVE "REQUEST NOT ON CHANGE.APPROVALS"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CARD-OK-FLAG
                   ELSE
                       MOVE WS-REQ-IMAGE(WS-REQ-FOUND-IDX)
                           TO WS-WORK-REQUEST
                   END-IF
               END-IF
               IF WS-CARD-OK AND WS-WQ-STATUS NOT = "PENDING"
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "REQUEST IS NOT PENDING, STATUS "
                           DELIMITED BY SIZE
                       WS-WQ-STATUS DELIMITED BY SPACE
                       INTO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               END-IF
               IF WS-CARD-OK AND WS-NEW-STATUS = "APPROVED"
                       AND WS-WQ-SUBMITTER-ID = ALOG-OPERATOR-ID
                   MOVE "SUBMITTER MAY NOT APPROVE OWN CHANGE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               END-IF
               IF WS-CARD-OK
                   MOVE "APPROVE" TO WS-AUTH-CAPABILITY
                   CALL "OPRAUTH" USING ALOG-OPERATOR-ID
                       WS-WQ-PROGRAM-NAME WS-AUTH-CAPABILITY
                       WS-AUTH-FLAG
                   IF NOT WS-AUTHORIZED
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "OPERATOR NOT AUTHORIZED TO APPROVE "
                               DELIMITED BY SIZE
                           WS-WQ-PROGRAM-NAME DELIMITED BY SPACE
                           INTO WS-REJECT-REASON
                       MOVE "N" TO WS-CARD-OK-FLAG
                   END-IF
               END-IF
               IF WS-CARD-OK AND WS-NEW-STATUS = "APPROVED"
                   PERFORM 3100-VERIFY-CONTROL-CARDS
               END-IF
               IF WS-CARD-OK
                   PERFORM 3300-RECORD-DECISION
               ELSE
                   PERFORM 6000-WRITE-REJECT
               END-IF.

           3100-VERIFY-CONTROL-CARDS.
               EVALUATE WS-WQ-PROGRAM-NAME
                   WHEN "RULEMNT"
                       MOVE "RULEMNT.CONTROL" TO WS-CHANGE-FILE-NAME
                   WHEN "HOUSKEEP"
                       MOVE "HOUSKEEP.CONTROL" TO WS-CHANGE-FILE-NAME
                   WHEN OTHER
                       MOVE SPACES TO WS-CHANGE-FILE-NAME
               END-EVALUATE
               IF WS-CHANGE-FILE-NAME = SPACES
                   MOVE "NO CONTROL FILE KNOWN FOR THIS PROGRAM"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               ELSE
                   MOVE "HASH" TO DC-FUNCTION
                   MOVE WS-WQ-PROGRAM-NAME TO DC-PROGRAM-NAME
                   MOVE ALOG-OPERATOR-ID TO DC-OPERATOR-ID
                   MOVE WS-CHANGE-FILE-NAME TO DC-CONTROL-FILE
                   MOVE WS-CYCLE-NUMBER TO DC-CYCLE-NUMBER
                   CALL "DUALCTL" USING DC-PARMS
                   IF DC-CARD-COUNT NOT = WS-WQ-CARD-COUNT
                           OR DC-CARD-HASH NOT = WS-WQ-CARD-HASH
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING WS-CHANGE-FILE-NAME DELIMITED BY SPACE
                           " CHANGED SINCE SUBMISSION"
                               DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       MOVE "N" TO WS-CARD-OK-FLAG
                   ELSE
                       PERFORM 3200-ECHO-CONTROL-CARDS
                   END-IF
               END-IF.

           3200-ECHO-CONTROL-CARDS.
               OPEN INPUT CA-CHANGE-FILE
               IF WS-CA-CHANGE-OK
                   PERFORM UNTIL WS-CA-CHANGE-EOF
                       READ CA-CHANGE-FILE
                           AT END
                               SET WS-CA-CHANGE-EOF TO TRUE
                           NOT AT END
                               MOVE CA-CHANGE-RECORD TO WS-CH-TEXT
                               MOVE SPACES TO CA-REPORT-LINE
                               MOVE WS-CHANGE-LINE TO CA-REPORT-LINE
                               WRITE CA-REPORT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CA-CHANGE-FILE
               END-IF.

           3300-RECORD-DECISION.
               MOVE WS-NEW-STATUS TO WS-WQ-STATUS
               MOVE ALOG-OPERATOR-ID TO WS-WQ-APPROVER-ID
               MOVE FUNCTION CURRENT-DATE TO WS-WQ-APPROVE-TIMESTAMP
               MOVE WS-CYCLE-NUMBER TO WS-WQ-CYCLE-NUMBER
               OPEN EXTEND CHGREQ-FILE
               IF WS-CHGREQ-STATUS = "35"
                   OPEN OUTPUT CHGREQ-FILE
               END-IF
               IF NOT WS-CHGREQ-OK
                   DISPLAY "CHANGE.APPROVALS could not be opened,"
                       " status " WS-CHGREQ-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CHANGE.APPROVALS OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-CHGREQ-STATUS DELIMITED BY SIZE
                       ", DECISION NOT RECORDED" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE "CHANGE.APPROVALS COULD NOT BE UPDATED"
                       TO WS-REJECT-REASON
                   PERFORM 6000-WRITE-REJECT
               ELSE
                   MOVE WS-WORK-REQUEST TO CHGREQ-RECORD
                   WRITE CHGREQ-RECORD
                   CLOSE CHGREQ-FILE
                   MOVE WS-WORK-REQUEST
                       TO WS-REQ-IMAGE(WS-REQ-FOUND-IDX)
                   ADD 1 TO WS-DECIDED-COUNT
                   IF WS-NEW-STATUS = "APPROVED"
                       MOVE WS-WQ-SUBMITTER-ID TO ALOG-SUBMITTER-ID
                       MOVE WS-WQ-APPROVER-ID TO ALOG-APPROVER-ID
                   END-IF
                   MOVE SPACES TO WS-DI-TEXT
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-WQ-REQUEST-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEW-STATUS DELIMITED BY SPACE
                       " FOR " DELIMITED BY SIZE
                       WS-WQ-PROGRAM-NAME DELIMITED BY SPACE
                       ", SUBMITTED BY " DELIMITED BY SIZE
                       WS-WQ-SUBMITTER-ID DELIMITED BY SPACE
                       INTO WS-DI-TEXT
                   PERFORM 6100-WRITE-DISPOSITION
               END-IF.

           5000-LIST-PENDING.
               MOVE 0 TO WS-PENDING-COUNT
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   MOVE WS-REQ-IMAGE(WS-REQ-IDX) TO WS-WORK-REQUEST
                   IF WS-WQ-STATUS = "PENDING"
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE WS-WQ-REQUEST-NUMBER TO WS-PL-NUMBER
                       MOVE WS-WQ-PROGRAM-NAME TO WS-PL-PROGRAM
                       MOVE WS-WQ-SUBMITTER-ID TO WS-PL-SUBMITTER
                       MOVE WS-WQ-SUBMIT-TIMESTAMP(1:14)
                           TO WS-PL-TIMESTAMP
                       MOVE WS-WQ-CARD-COUNT TO WS-PL-CARDS
                       MOVE SPACES TO CA-REPORT-LINE
                       MOVE WS-PENDING-LINE TO CA-REPORT-LINE
                       WRITE CA-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-PENDING-COUNT = 0
                   MOVE "NO REQUESTS PENDING" TO WS-DI-TEXT
                   PERFORM 6100-WRITE-DISPOSITION
               END-IF.

           6000-WRITE-REJECT.
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-DI-TEXT
               STRING "REJECTED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-DI-TEXT
               PERFORM 6100-WRITE-DISPOSITION.

           6100-WRITE-DISPOSITION.
               MOVE SPACES TO CA-REPORT-LINE
               MOVE WS-DISP-LINE TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE.

           8000-WRITE-TOTALS.
               MOVE SPACES TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE
               MOVE WS-CARD-COUNT TO WS-CL-CARDS
               MOVE WS-DECIDED-COUNT TO WS-CL-DECIDED
               MOVE WS-REJECT-COUNT TO WS-CL-REJECTED
               MOVE SPACES TO CA-REPORT-LINE
               MOVE WS-COUNT-LINE TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE
               MOVE SPACES TO CA-REPORT-LINE
               MOVE WS-TRAILER-LINE TO CA-REPORT-LINE
               WRITE CA-REPORT-LINE.

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
               MOVE "CHGAPRV" TO ALOG-PROGRAM-NAME
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
