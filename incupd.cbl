           IDENTIFICATION DIVISION.
           PROGRAM-ID. IncidentUpdate.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IU-CONTROL-FILE ASSIGN TO "INCIDUPD.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-IU-CONTROL-STATUS.
               SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT IU-REPORT-FILE ASSIGN TO "INCIDUPD.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-IU-REPORT-STATUS.
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
           FD  IU-CONTROL-FILE.
           01  IU-CONTROL-RECORD.
               05 IU-VERB          PIC X(5).
               05 FILLER           PIC X.
               05 IU-INCIDENT      PIC X(6).
               05 FILLER           PIC X.
               05 IU-RESOLUTION    PIC X(60).
           FD  INCIDENT-FILE.
           COPY "incident.cpy".
           FD  IU-REPORT-FILE.
           01  IU-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-IU-CONTROL-STATUS PIC XX.
              88 WS-IU-CONTROL-OK  VALUE "00".
           01 WS-INCIDENT-STATUS   PIC XX.
              88 WS-INCIDENT-OK    VALUE "00".
              88 WS-INCIDENT-EOF   VALUE "10".
           01 WS-IU-REPORT-STATUS  PIC XX.
              88 WS-IU-REPORT-OK   VALUE "00".
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
           01 WS-CARD-COUNT        BINARY-LONG VALUE 0.
           01 WS-UPDATED-COUNT     BINARY-LONG VALUE 0.
           01 WS-REJECT-COUNT      BINARY-LONG VALUE 0.
           01 WS-OPEN-COUNT        BINARY-LONG.
           01 WS-INC-COUNT         BINARY-LONG VALUE 0.
           01 WS-INC-IDX           BINARY-LONG.
           01 WS-INC-FOUND-IDX     BINARY-LONG.
           01 WS-INC-OVERFLOW-FLAG PIC X VALUE "N".
              88 WS-INC-OVERFLOW   VALUE "Y".
           01 WS-INC-TABLE.
              05 WS-INC-IMAGE      PIC X(265) OCCURS 999 TIMES.
           COPY "incident.cpy" REPLACING INCIDENT-RECORD BY
               WS-WORK-INCIDENT
               INC-NUMBER BY WS-WI-NUMBER
               INC-STATUS BY WS-WI-STATUS
               INC-SEVERITY BY WS-WI-SEVERITY
               INC-PROGRAM-NAME BY WS-WI-PROGRAM-NAME
               INC-MESSAGE-TEXT BY WS-WI-MESSAGE-TEXT
               INC-FIRST-TS BY WS-WI-FIRST-TS
               INC-LAST-TS BY WS-WI-LAST-TS
               INC-OCCURRENCES BY WS-WI-OCCURRENCES
               INC-OPEN-CYCLE BY WS-WI-OPEN-CYCLE
               INC-ESCALATION BY WS-WI-ESCALATION
               INC-ACK-OPERATOR BY WS-WI-ACK-OPERATOR
               INC-ACK-TS BY WS-WI-ACK-TS
               INC-CLOSE-OPERATOR BY WS-WI-CLOSE-OPERATOR
               INC-CLOSE-TS BY WS-WI-CLOSE-TS
               INC-RESOLUTION BY WS-WI-RESOLUTION.
           01 WS-CARD-OK-FLAG      PIC X.
              88 WS-CARD-OK        VALUE "Y".
           01 WS-REJECT-REASON     PIC X(48).
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "INCIDENT UPDATE".
              05 FILLER            PIC X(11) VALUE "  OPERATOR:".
              05 WS-HDR-OPERATOR   PIC X(8).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-CARD-ECHO-LINE.
              05 FILLER            PIC X(6)  VALUE "CARD: ".
              05 WS-CE-TEXT        PIC X(73).
           01 WS-DISP-LINE.
              05 FILLER            PIC X(4)  VALUE SPACES.
              05 WS-DI-TEXT        PIC X(60).
           01 WS-OPEN-LINE.
              05 FILLER            PIC X(4)  VALUE SPACES.
              05 WS-OL-NUMBER      PIC 9(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-OL-STATUS      PIC X(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-OL-SEVERITY    PIC X(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-OL-PROGRAM     PIC X(8).
              05 FILLER            PIC X(6)  VALUE "  LVL ".
              05 WS-OL-LEVEL       PIC 9.
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-OL-TEXT        PIC X(39).
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(14) VALUE "CARDS READ:   ".
              05 WS-CL-CARDS       PIC ZZZ9.
              05 FILLER            PIC X(10) VALUE "  UPDATED:".
              05 WS-CL-UPDATED     PIC ZZZ9.
              05 FILLER            PIC X(11) VALUE "  REJECTED:".
              05 WS-CL-REJECTED    PIC ZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF INCIDENT UPDATE".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 1100-LOAD-INCIDENTS
               PERFORM UNTIL WS-EOF
                   READ IU-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE IU-CONTROL-FILE
               IF WS-UPDATED-COUNT > 0
                   PERFORM 7000-SAVE-INCIDENTS
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE IU-REPORT-FILE
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
               OPEN INPUT IU-CONTROL-FILE
               IF NOT WS-IU-CONTROL-OK
                   DISPLAY "INCIDUPD.CONTROL could not be opened,"
                       " status " WS-IU-CONTROL-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT IU-REPORT-FILE
               IF NOT WS-IU-REPORT-OK
                   DISPLAY "INCIDUPD.REPORT could not be opened,"
                       " status " WS-IU-REPORT-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ALOG-OPERATOR-ID TO WS-HDR-OPERATOR
               MOVE WS-CYCLE-NUMBER TO WS-HDR-CYCLE
               MOVE SPACES TO IU-REPORT-LINE
               MOVE WS-HEADER-LINE TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE
               MOVE SPACES TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE.

           1100-LOAD-INCIDENTS.
               OPEN INPUT INCIDENT-FILE
               IF NOT WS-INCIDENT-OK
                   MOVE "INCIDENT.DAT NOT FOUND, NO INCIDENTS"
                       TO WS-DI-TEXT
                   PERFORM 6100-WRITE-DISPOSITION
               ELSE
                   PERFORM UNTIL WS-INCIDENT-EOF
                       READ INCIDENT-FILE
                           AT END
                               SET WS-INCIDENT-EOF TO TRUE
                           NOT AT END
                               PERFORM 1120-STORE-ONE-INCIDENT
                       END-READ
                   END-PERFORM
                   CLOSE INCIDENT-FILE
                   IF WS-INC-OVERFLOW
                       MOVE "INCIDENT.DAT HOLDS OVER 999 INCIDENTS"
                           TO WS-DI-TEXT
                       PERFORM 6100-WRITE-DISPOSITION
                   END-IF
               END-IF.

           1120-STORE-ONE-INCIDENT.
               IF INC-NUMBER IS NUMERIC
                   IF WS-INC-COUNT >= 999
                       SET WS-INC-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-INC-COUNT
                       MOVE INCIDENT-RECORD
                           TO WS-INC-IMAGE(WS-INC-COUNT)
                   END-IF
               END-IF.

           1130-FIND-INCIDENT.
               MOVE 0 TO WS-INC-FOUND-IDX
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INC-COUNT
                   IF WS-INC-IMAGE(WS-INC-IDX)(1:6) = WS-WI-NUMBER
                       MOVE WS-INC-IDX TO WS-INC-FOUND-IDX
                       MOVE WS-INC-COUNT TO WS-INC-IDX
                   END-IF
               END-PERFORM.

           2000-PROCESS-ONE-CARD.
               ADD 1 TO WS-CARD-COUNT
               MOVE IU-CONTROL-RECORD TO WS-CE-TEXT
               MOVE SPACES TO IU-REPORT-LINE
               MOVE WS-CARD-ECHO-LINE TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE
               EVALUATE IU-VERB
                   WHEN "ACK  "
                   WHEN "CLOSE"
                       PERFORM 3000-UPDATE-INCIDENT
                   WHEN "LIST "
                       PERFORM 5000-LIST-OPEN
                   WHEN OTHER
                       MOVE "UNRECOGNIZED VERB" TO WS-REJECT-REASON
                       PERFORM 6000-WRITE-REJECT
               END-EVALUATE.

           3000-UPDATE-INCIDENT.
               MOVE "Y" TO WS-CARD-OK-FLAG
               MOVE 0 TO WS-INC-FOUND-IDX
               IF IU-INCIDENT IS NOT NUMERIC
                   MOVE "INCIDENT NUMBER IS NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               ELSE
                   MOVE IU-INCIDENT TO WS-WI-NUMBER
                   PERFORM 1130-FIND-INCIDENT
                   IF WS-INC-FOUND-IDX = 0
                       MOVE "INCIDENT NOT ON INCIDENT.DAT"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CARD-OK-FLAG
                   ELSE
                       MOVE WS-INC-IMAGE(WS-INC-FOUND-IDX)
                           TO WS-WORK-INCIDENT
                   END-IF
               END-IF
               IF WS-CARD-OK AND WS-INC-OVERFLOW
                   MOVE "INCIDENT.DAT OVER 999 INCIDENTS, NOT UPDATED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               END-IF
               IF WS-CARD-OK AND IU-VERB = "ACK"
                       AND WS-WI-STATUS NOT = "OPEN"
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "INCIDENT IS NOT OPEN, STATUS "
                           DELIMITED BY SIZE
                       WS-WI-STATUS DELIMITED BY SPACE
                       INTO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               END-IF
               IF WS-CARD-OK AND IU-VERB = "CLOSE"
                       AND WS-WI-STATUS = "CLOSED"
                   MOVE "INCIDENT IS ALREADY CLOSED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               END-IF
               IF WS-CARD-OK AND IU-VERB = "CLOSE"
                       AND IU-RESOLUTION = SPACES
                   MOVE "RESOLUTION TEXT IS REQUIRED TO CLOSE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-OK-FLAG
               END-IF
               IF WS-CARD-OK
                   PERFORM 3300-RECORD-UPDATE
               ELSE
                   PERFORM 6000-WRITE-REJECT
               END-IF.

           3300-RECORD-UPDATE.
               IF IU-VERB = "ACK"
                   MOVE "ACKED" TO WS-WI-STATUS
                   MOVE ALOG-OPERATOR-ID TO WS-WI-ACK-OPERATOR
                   MOVE FUNCTION CURRENT-DATE TO WS-WI-ACK-TS
               ELSE
                   MOVE "CLOSED" TO WS-WI-STATUS
                   MOVE ALOG-OPERATOR-ID TO WS-WI-CLOSE-OPERATOR
                   MOVE FUNCTION CURRENT-DATE TO WS-WI-CLOSE-TS
                   MOVE IU-RESOLUTION TO WS-WI-RESOLUTION
               END-IF
               MOVE WS-WORK-INCIDENT TO WS-INC-IMAGE(WS-INC-FOUND-IDX)
               ADD 1 TO WS-UPDATED-COUNT
               MOVE SPACES TO WS-DI-TEXT
               STRING "INCIDENT " DELIMITED BY SIZE
                   WS-WI-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-WI-STATUS DELIMITED BY SPACE
                   " BY " DELIMITED BY SIZE
                   ALOG-OPERATOR-ID DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   WS-WI-PROGRAM-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-WI-SEVERITY DELIMITED BY SPACE
                   INTO WS-DI-TEXT
               PERFORM 6100-WRITE-DISPOSITION.

           5000-LIST-OPEN.
               MOVE 0 TO WS-OPEN-COUNT
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INC-COUNT
                   MOVE WS-INC-IMAGE(WS-INC-IDX) TO WS-WORK-INCIDENT
                   IF WS-WI-STATUS NOT = "CLOSED"
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE WS-WI-NUMBER TO WS-OL-NUMBER
                       MOVE WS-WI-STATUS TO WS-OL-STATUS
                       MOVE WS-WI-SEVERITY TO WS-OL-SEVERITY
                       MOVE WS-WI-PROGRAM-NAME TO WS-OL-PROGRAM
                       MOVE WS-WI-ESCALATION TO WS-OL-LEVEL
                       MOVE WS-WI-MESSAGE-TEXT TO WS-OL-TEXT
                       MOVE SPACES TO IU-REPORT-LINE
                       MOVE WS-OPEN-LINE TO IU-REPORT-LINE
                       WRITE IU-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-OPEN-COUNT = 0
                   MOVE "NO INCIDENTS OPEN" TO WS-DI-TEXT
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
               MOVE SPACES TO IU-REPORT-LINE
               MOVE WS-DISP-LINE TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE.

           7000-SAVE-INCIDENTS.
               OPEN OUTPUT INCIDENT-FILE
               IF NOT WS-INCIDENT-OK
                   DISPLAY "INCIDENT.DAT could not be rewritten,"
                       " status " WS-INCIDENT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "INCIDENT.DAT REWRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-INCIDENT-STATUS DELIMITED BY SIZE
                       ", UPDATES LOST" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                           UNTIL WS-INC-IDX > WS-INC-COUNT
                       MOVE WS-INC-IMAGE(WS-INC-IDX) TO INCIDENT-RECORD
                       WRITE INCIDENT-RECORD
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               END-IF.

           8000-WRITE-TOTALS.
               MOVE SPACES TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE
               MOVE WS-CARD-COUNT TO WS-CL-CARDS
               MOVE WS-UPDATED-COUNT TO WS-CL-UPDATED
               MOVE WS-REJECT-COUNT TO WS-CL-REJECTED
               MOVE SPACES TO IU-REPORT-LINE
               MOVE WS-COUNT-LINE TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE
               MOVE SPACES TO IU-REPORT-LINE
               MOVE WS-TRAILER-LINE TO IU-REPORT-LINE
               WRITE IU-REPORT-LINE.

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
               MOVE "INCIDUPD" TO ALOG-PROGRAM-NAME
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
