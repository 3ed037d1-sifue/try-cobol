           IDENTIFICATION DIVISION.
           PROGRAM-ID. DUALCTL.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DC-CARD-FILE ASSIGN USING WS-CARD-FILE-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.
               SELECT CHGREQ-FILE ASSIGN TO "CHANGE.APPROVALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREQ-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  DC-CARD-FILE.
           01  DC-CARD-RECORD      PIC X(80).
           FD  CHGREQ-FILE.
           COPY "chgreq.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CARD-FILE-NAME    PIC X(32).
           01 WS-CARD-STATUS       PIC XX.
              88 WS-CARD-OK        VALUE "00".
              88 WS-CARD-EOF       VALUE "10".
           01 WS-CHGREQ-STATUS     PIC XX.
              88 WS-CHGREQ-OK      VALUE "00".
              88 WS-CHGREQ-EOF     VALUE "10".
           01 WS-CHAR-IDX          BINARY-LONG.
           01 WS-HASH              PIC 9(18).
           01 WS-HASH-MODULUS      PIC 9(18)
                                   VALUE 999999999999999989.
           01 WS-LAST-NUMBER       PIC 9(6).
           01 WS-STANDING-NUMBER   PIC 9(6).
           01 WS-REQ-COUNT         BINARY-LONG.
           01 WS-REQ-IDX           BINARY-LONG.
           01 WS-REQ-FOUND-IDX     BINARY-LONG.
           01 WS-REQ-OVERFLOW-FLAG PIC X.
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
           LINKAGE SECTION.
           COPY "dualparm.cpy".
           PROCEDURE DIVISION USING BY REFERENCE DC-PARMS.
           0000-MAIN.
               MOVE "E" TO DC-RESULT
               EVALUATE DC-FUNCTION
                   WHEN "HASH    "
                       PERFORM 1000-HASH-CONTROL-CARDS
                   WHEN "CHECK   "
                   WHEN "STANDING"
                       PERFORM 1000-HASH-CONTROL-CARDS
                       PERFORM 2000-LOAD-REQUESTS
                       IF NOT WS-REQ-OVERFLOW
                           PERFORM 3000-FIND-APPROVAL
                       END-IF
                   WHEN "APPLIED "
                       PERFORM 2000-LOAD-REQUESTS
                       IF NOT WS-REQ-OVERFLOW
                           PERFORM 5000-MARK-APPLIED
                       END-IF
               END-EVALUATE
               GOBACK.

           1000-HASH-CONTROL-CARDS.
               MOVE 0 TO DC-CARD-COUNT
               MOVE 0 TO WS-HASH
               MOVE DC-CONTROL-FILE TO WS-CARD-FILE-NAME
               OPEN INPUT DC-CARD-FILE
               IF WS-CARD-OK
                   PERFORM UNTIL WS-CARD-EOF
                       READ DC-CARD-FILE
                           AT END
                               SET WS-CARD-EOF TO TRUE
                           NOT AT END
                               PERFORM 1100-HASH-ONE-CARD
                       END-READ
                   END-PERFORM
                   CLOSE DC-CARD-FILE
               END-IF
               MOVE WS-HASH TO DC-CARD-HASH
               MOVE "A" TO DC-RESULT.

           1100-HASH-ONE-CARD.
               ADD 1 TO DC-CARD-COUNT
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 80
                   COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 131
                       + FUNCTION ORD(DC-CARD-RECORD(WS-CHAR-IDX:1)),
                       WS-HASH-MODULUS)
               END-PERFORM.

           2000-LOAD-REQUESTS.
               MOVE 0 TO WS-REQ-COUNT
               MOVE 0 TO WS-LAST-NUMBER
               MOVE 0 TO WS-STANDING-NUMBER
               MOVE "N" TO WS-REQ-OVERFLOW-FLAG
               OPEN INPUT CHGREQ-FILE
               IF WS-CHGREQ-OK
                   PERFORM UNTIL WS-CHGREQ-EOF
                       READ CHGREQ-FILE
                           AT END
                               SET WS-CHGREQ-EOF TO TRUE
                           NOT AT END
                               PERFORM 2100-STORE-ONE-REQUEST
                       END-READ
                   END-PERFORM
                   CLOSE CHGREQ-FILE
               END-IF.

           2100-STORE-ONE-REQUEST.
               IF CQ-REQUEST-NUMBER IS NUMERIC
                   IF CQ-REQUEST-NUMBER > WS-LAST-NUMBER
                       MOVE CQ-REQUEST-NUMBER TO WS-LAST-NUMBER
                   END-IF
                   IF CQ-PROGRAM-NAME = DC-PROGRAM-NAME
                       IF CQ-STATUS = "APPROVED"
                           MOVE CQ-REQUEST-NUMBER
                               TO WS-STANDING-NUMBER
                       END-IF
                       MOVE CQ-REQUEST-NUMBER
                           TO WS-WQ-REQUEST-NUMBER
                       PERFORM 2200-FIND-REQUEST
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
                   END-IF
               END-IF.

           2200-FIND-REQUEST.
               MOVE 0 TO WS-REQ-FOUND-IDX
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-IMAGE(WS-REQ-IDX)(1:6) =
                           WS-WQ-REQUEST-NUMBER
                       MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                       MOVE WS-REQ-COUNT TO WS-REQ-IDX
                   END-IF
               END-PERFORM.

           3000-FIND-APPROVAL.
               MOVE 0 TO DC-REQUEST-NUMBER
               MOVE SPACES TO DC-REQUEST-STATUS
               MOVE SPACES TO DC-SUBMITTER-ID
               MOVE SPACES TO DC-APPROVER-ID
               MOVE "N" TO DC-RESULT
               IF DC-FUNCTION = "STANDING"
                   IF WS-STANDING-NUMBER > 0
                       MOVE WS-STANDING-NUMBER
                           TO WS-WQ-REQUEST-NUMBER
                       PERFORM 2200-FIND-REQUEST
                       IF WS-REQ-FOUND-IDX > 0
                           MOVE WS-REQ-IMAGE(WS-REQ-FOUND-IDX)
                               TO WS-WORK-REQUEST
                           IF WS-WQ-CARD-COUNT = DC-CARD-COUNT
                                   AND WS-WQ-CARD-HASH = DC-CARD-HASH
                               PERFORM 3100-RETURN-REQUEST
                               MOVE "A" TO DC-RESULT
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                           UNTIL WS-REQ-IDX > WS-REQ-COUNT
                               OR DC-APPROVED
                       MOVE WS-REQ-IMAGE(WS-REQ-IDX) TO WS-WORK-REQUEST
                       IF WS-WQ-STATUS = "APPROVED"
                               AND WS-WQ-CARD-COUNT = DC-CARD-COUNT
                               AND WS-WQ-CARD-HASH = DC-CARD-HASH
                           PERFORM 3100-RETURN-REQUEST
                           MOVE "A" TO DC-RESULT
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT DC-APPROVED
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                           UNTIL WS-REQ-IDX > WS-REQ-COUNT
                               OR DC-AWAITING
                       MOVE WS-REQ-IMAGE(WS-REQ-IDX) TO WS-WORK-REQUEST
                       IF WS-WQ-STATUS = "PENDING"
                               AND WS-WQ-CARD-COUNT = DC-CARD-COUNT
                               AND WS-WQ-CARD-HASH = DC-CARD-HASH
                           PERFORM 3100-RETURN-REQUEST
                           MOVE "P" TO DC-RESULT
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT DC-APPROVED AND NOT DC-AWAITING
                   PERFORM 4000-SUBMIT-REQUEST
               END-IF.

           3100-RETURN-REQUEST.
               MOVE WS-WQ-REQUEST-NUMBER TO DC-REQUEST-NUMBER
               MOVE WS-WQ-STATUS TO DC-REQUEST-STATUS
               MOVE WS-WQ-SUBMITTER-ID TO DC-SUBMITTER-ID
               MOVE WS-WQ-APPROVER-ID TO DC-APPROVER-ID.

           4000-SUBMIT-REQUEST.
               MOVE SPACES TO WS-WORK-REQUEST
               COMPUTE WS-WQ-REQUEST-NUMBER = WS-LAST-NUMBER + 1
               MOVE DC-PROGRAM-NAME TO WS-WQ-PROGRAM-NAME
               MOVE "PENDING" TO WS-WQ-STATUS
               MOVE DC-CARD-COUNT TO WS-WQ-CARD-COUNT
               MOVE DC-CARD-HASH TO WS-WQ-CARD-HASH
               MOVE DC-OPERATOR-ID TO WS-WQ-SUBMITTER-ID
               MOVE FUNCTION CURRENT-DATE TO WS-WQ-SUBMIT-TIMESTAMP
               MOVE DC-CYCLE-NUMBER TO WS-WQ-CYCLE-NUMBER
               PERFORM 4100-APPEND-REQUEST-ROW
               IF WS-CHGREQ-OK
                   PERFORM 3100-RETURN-REQUEST
                   MOVE "S" TO DC-RESULT
               ELSE
                   MOVE "E" TO DC-RESULT
               END-IF.

           4100-APPEND-REQUEST-ROW.
               OPEN EXTEND CHGREQ-FILE
               IF WS-CHGREQ-STATUS = "35"
                   OPEN OUTPUT CHGREQ-FILE
               END-IF
               IF WS-CHGREQ-OK
                   MOVE WS-WORK-REQUEST TO CHGREQ-RECORD
                   WRITE CHGREQ-RECORD
                   CLOSE CHGREQ-FILE
               END-IF.

           5000-MARK-APPLIED.
               MOVE DC-REQUEST-NUMBER TO WS-WQ-REQUEST-NUMBER
               PERFORM 2200-FIND-REQUEST
               IF WS-REQ-FOUND-IDX > 0
                   MOVE WS-REQ-IMAGE(WS-REQ-FOUND-IDX)
                       TO WS-WORK-REQUEST
                   MOVE "APPLIED" TO WS-WQ-STATUS
                   MOVE DC-CYCLE-NUMBER TO WS-WQ-CYCLE-NUMBER
                   PERFORM 4100-APPEND-REQUEST-ROW
                   IF WS-CHGREQ-OK
                       MOVE "APPLIED" TO DC-REQUEST-STATUS
                       MOVE "A" TO DC-RESULT
                   END-IF
               END-IF.
