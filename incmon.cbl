           IDENTIFICATION DIVISION.
           PROGRAM-ID. IncidentMonitor.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IM-CONTROL-FILE ASSIGN TO "INCIDENT.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-IM-CONTROL-STATUS.
               SELECT IM-STATE-FILE ASSIGN TO "INCIDENT.STATE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-IM-STATE-STATUS.
               SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT ALERT-FILE ASSIGN TO "ALERTS.OUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-STATUS.
               SELECT IM-REPORT-FILE ASSIGN TO "INCIDMON.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-IM-REPORT-STATUS.
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
           FD  IM-CONTROL-FILE.
           01  IM-CONTROL-RECORD.
               05 IM-WARN-THRESHOLD PIC X(4).
               05 FILLER           PIC X.
               05 IM-ESCALATE-CYCLES PIC X(4).
           FD  IM-STATE-FILE.
           01  IM-STATE-RECORD.
               05 IS-RECORDS-SEEN  PIC 9(9).
               05 FILLER           PIC X.
               05 IS-SCAN-TIMESTAMP PIC X(21).
           FD  INCIDENT-FILE.
           COPY "incident.cpy".
           FD  ALERT-FILE.
           COPY "alert.cpy".
           FD  IM-REPORT-FILE.
           01  IM-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-IM-CONTROL-STATUS PIC XX.
              88 WS-IM-CONTROL-OK  VALUE "00".
           01 WS-IM-STATE-STATUS   PIC XX.
              88 WS-IM-STATE-OK    VALUE "00".
           01 WS-INCIDENT-STATUS   PIC XX.
              88 WS-INCIDENT-OK    VALUE "00".
              88 WS-INCIDENT-EOF   VALUE "10".
           01 WS-ALERT-STATUS      PIC XX.
              88 WS-ALERT-OK       VALUE "00".
           01 WS-IM-REPORT-STATUS  PIC XX.
              88 WS-IM-REPORT-OK   VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
              88 WS-EXCEPT-EOF     VALUE "10".
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
           01 WS-WARN-THRESHOLD    BINARY-LONG VALUE 3.
           01 WS-ESCALATE-CYCLES   BINARY-LONG VALUE 3.
           01 WS-CARD-THRESHOLD    PIC X(4) VALUE SPACES.
           01 WS-CARD-ESCALATE     PIC X(4) VALUE SPACES.
           01 WS-CARD-TEST-RC      PIC 9(4).
           01 WS-CARD-WARNING      PIC X(60) VALUE SPACES.
           01 WS-RECORDS-SEEN      BINARY-LONG VALUE 0.
           01 WS-LAST-SCAN-TS      PIC X(21) VALUE SPACES.
           01 WS-LOG-COUNT         BINARY-LONG VALUE 0.
           01 WS-SCANNED-COUNT     BINARY-LONG VALUE 0.
           01 WS-RAISED-COUNT      BINARY-LONG VALUE 0.
           01 WS-UPDATED-COUNT     BINARY-LONG VALUE 0.
           01 WS-ESCALATED-COUNT   BINARY-LONG VALUE 0.
           01 WS-OPEN-COUNT        BINARY-LONG VALUE 0.
           01 WS-LAST-INCIDENT     PIC 9(6) VALUE 0.
           01 WS-AGE-CYCLES        BINARY-LONG.
           01 WS-NEW-LEVEL         BINARY-LONG.
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
           01 WS-WARN-COUNT        BINARY-LONG VALUE 0.
           01 WS-WARN-IDX          BINARY-LONG.
           01 WS-WARN-FOUND-IDX    BINARY-LONG.
           01 WS-WARN-TABLE.
              05 WS-WARN-ENTRY     OCCURS 200 TIMES.
                 10 WS-WT-PROGRAM  PIC X(8).
                 10 WS-WT-MESSAGE  PIC X(60).
                 10 WS-WT-FIRST-TS PIC X(21).
                 10 WS-WT-LAST-TS  PIC X(21).
                 10 WS-WT-COUNT    BINARY-LONG.
           01 WS-ALERT-TYPE        PIC X(8).
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "INCIDENT MONITOR".
              05 FILLER            PIC X(11) VALUE "  OPERATOR:".
              05 WS-HDR-OPERATOR   PIC X(8).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-HDR-CYCLE      PIC ZZZZZZZZ9.
           01 WS-THRESHOLD-LINE.
              05 FILLER            PIC X(23)
                 VALUE "WARN REPEAT THRESHOLD: ".
              05 WS-TH-WARN        PIC ZZZ9.
              05 FILLER            PIC X(21)
                 VALUE "  ESCALATION CYCLES: ".
              05 WS-TH-ESCALATE    PIC ZZZ9.
           01 WS-WARNING-LINE.
              05 FILLER            PIC X(9)  VALUE "WARNING: ".
              05 WS-WL-TEXT        PIC X(60).
           01 WS-EVENT-LINE.
              05 FILLER            PIC X(4)  VALUE SPACES.
              05 WS-EV-ACTION      PIC X(10).
              05 WS-EV-NUMBER      PIC 9(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-EV-SEVERITY    PIC X(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-EV-PROGRAM     PIC X(8).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-EV-TEXT        PIC X(43).
           01 WS-NO-EVENT-LINE.
              05 FILLER            PIC X(30)
                 VALUE "    NO INCIDENTS RAISED".
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(9)  VALUE "SCANNED: ".
              05 WS-CL-SCANNED     PIC ZZZZZZ9.
              05 FILLER            PIC X(10) VALUE "  RAISED: ".
              05 WS-CL-RAISED      PIC ZZZ9.
              05 FILLER            PIC X(11) VALUE "  UPDATED: ".
              05 WS-CL-UPDATED     PIC ZZZ9.
              05 FILLER            PIC X(13) VALUE "  ESCALATED: ".
              05 WS-CL-ESCALATED   PIC ZZZ9.
              05 FILLER            PIC X(8)  VALUE "  OPEN: ".
              05 WS-CL-OPEN        PIC ZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF INCIDENT MONITOR".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 1100-READ-CONTROL-CARD
               PERFORM 1200-WRITE-REPORT-HEADER
               PERFORM 1300-READ-STATE
               PERFORM 1400-LOAD-INCIDENTS
               IF WS-INC-OVERFLOW
                   MOVE "INCIDENT.DAT OVER 999 INCIDENTS, NOT SCANNED"
                       TO WS-WL-TEXT
                   MOVE SPACES TO IM-REPORT-LINE
                   MOVE WS-WARNING-LINE TO IM-REPORT-LINE
                   WRITE IM-REPORT-LINE
               ELSE
                   PERFORM 2000-SCAN-EXCEPTIONS
                   PERFORM 3000-RAISE-REPEATED-WARNS
                   PERFORM 4000-ESCALATE-INCIDENTS
                   IF WS-RAISED-COUNT = 0 AND WS-ESCALATED-COUNT = 0
                       MOVE SPACES TO IM-REPORT-LINE
                       MOVE WS-NO-EVENT-LINE TO IM-REPORT-LINE
                       WRITE IM-REPORT-LINE
                   END-IF
                   PERFORM 7000-SAVE-INCIDENTS
                   PERFORM 7100-SAVE-STATE
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE IM-REPORT-FILE
               IF WS-INC-OVERFLOW
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE "INCIDENT.DAT IS FULL, NO NEW INCIDENTS RAISED"
                       TO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE WS-SCANNED-COUNT TO ALOG-INPUT-VALUE
               IF RETURN-CODE = 0
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN OUTPUT IM-REPORT-FILE
               IF NOT WS-IM-REPORT-OK
                   DISPLAY "INCIDMON.REPORT could not be opened,"
                       " status " WS-IM-REPORT-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.

           1100-READ-CONTROL-CARD.
               OPEN INPUT IM-CONTROL-FILE
               IF NOT WS-IM-CONTROL-OK
                   DISPLAY "INCIDENT.CONTROL not found, using default"
                       " threshold and escalation of 3"
               ELSE
                   READ IM-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE IM-WARN-THRESHOLD TO WS-CARD-THRESHOLD
                           MOVE IM-ESCALATE-CYCLES TO WS-CARD-ESCALATE
                   END-READ
                   CLOSE IM-CONTROL-FILE
                   PERFORM 1150-PARSE-CONTROL-CARD
               END-IF.

           1150-PARSE-CONTROL-CARD.
               IF WS-CARD-THRESHOLD NOT = SPACES
                   MOVE FUNCTION TEST-NUMVAL(WS-CARD-THRESHOLD)
                       TO WS-CARD-TEST-RC
                   IF WS-CARD-TEST-RC = 0
                       COMPUTE WS-WARN-THRESHOLD =
                           FUNCTION NUMVAL(WS-CARD-THRESHOLD)
                       IF WS-WARN-THRESHOLD <= 0
                           MOVE 3 TO WS-WARN-THRESHOLD
                           STRING "THRESHOLD '" DELIMITED BY SIZE
                               WS-CARD-THRESHOLD DELIMITED BY SIZE
                               "' NOT POSITIVE, DEFAULT 3 USED"
                                   DELIMITED BY SIZE
                               INTO WS-CARD-WARNING
                       END-IF
                   ELSE
                       STRING "THRESHOLD '" DELIMITED BY SIZE
                           WS-CARD-THRESHOLD DELIMITED BY SIZE
                           "' NOT NUMERIC, DEFAULT 3 USED"
                               DELIMITED BY SIZE
                           INTO WS-CARD-WARNING
                   END-IF
               END-IF
               IF WS-CARD-ESCALATE NOT = SPACES
                   MOVE FUNCTION TEST-NUMVAL(WS-CARD-ESCALATE)
                       TO WS-CARD-TEST-RC
                   IF WS-CARD-TEST-RC = 0
                           AND FUNCTION NUMVAL(WS-CARD-ESCALATE) > 0
                       COMPUTE WS-ESCALATE-CYCLES =
                           FUNCTION NUMVAL(WS-CARD-ESCALATE)
                   ELSE
                       MOVE SPACES TO WS-CARD-WARNING
                       STRING "ESCALATION '" DELIMITED BY SIZE
                           WS-CARD-ESCALATE DELIMITED BY SIZE
                           "' NOT A POSITIVE NUMBER, DEFAULT 3 USED"
                               DELIMITED BY SIZE
                           INTO WS-CARD-WARNING
                   END-IF
               END-IF.

           1200-WRITE-REPORT-HEADER.
               MOVE ALOG-OPERATOR-ID TO WS-HDR-OPERATOR
               MOVE WS-CYCLE-NUMBER TO WS-HDR-CYCLE
               MOVE SPACES TO IM-REPORT-LINE
               MOVE WS-HEADER-LINE TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE
               MOVE WS-WARN-THRESHOLD TO WS-TH-WARN
               MOVE WS-ESCALATE-CYCLES TO WS-TH-ESCALATE
               MOVE SPACES TO IM-REPORT-LINE
               MOVE WS-THRESHOLD-LINE TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE
               IF WS-CARD-WARNING NOT = SPACES
                   MOVE WS-CARD-WARNING TO WS-WL-TEXT
                   MOVE SPACES TO IM-REPORT-LINE
                   MOVE WS-WARNING-LINE TO IM-REPORT-LINE
                   WRITE IM-REPORT-LINE
               END-IF
               MOVE SPACES TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE.

           1300-READ-STATE.
               MOVE 0 TO WS-RECORDS-SEEN
               MOVE SPACES TO WS-LAST-SCAN-TS
               OPEN INPUT IM-STATE-FILE
               IF WS-IM-STATE-OK
                   READ IM-STATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IS-RECORDS-SEEN IS NUMERIC
                               MOVE IS-RECORDS-SEEN TO WS-RECORDS-SEEN
                           END-IF
                           IF IS-SCAN-TIMESTAMP(1:16) IS NUMERIC
                               MOVE IS-SCAN-TIMESTAMP TO WS-LAST-SCAN-TS
                           END-IF
                   END-READ
                   CLOSE IM-STATE-FILE
               END-IF.

           1400-LOAD-INCIDENTS.
               OPEN INPUT INCIDENT-FILE
               IF WS-INCIDENT-OK
                   PERFORM UNTIL WS-INCIDENT-EOF
                       READ INCIDENT-FILE
                           AT END
                               SET WS-INCIDENT-EOF TO TRUE
                           NOT AT END
                               PERFORM 1420-STORE-ONE-INCIDENT
                       END-READ
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               END-IF.

           1420-STORE-ONE-INCIDENT.
               IF INC-NUMBER IS NUMERIC
                   IF WS-INC-COUNT >= 999
                       SET WS-INC-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-INC-COUNT
                       MOVE INCIDENT-RECORD
                           TO WS-INC-IMAGE(WS-INC-COUNT)
                       IF INC-NUMBER > WS-LAST-INCIDENT
                           MOVE INC-NUMBER TO WS-LAST-INCIDENT
                       END-IF
                   END-IF
               END-IF.

           1430-FIND-OPEN-INCIDENT.
               MOVE 0 TO WS-INC-FOUND-IDX
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INC-COUNT
                   MOVE WS-INC-IMAGE(WS-INC-IDX) TO WS-WORK-INCIDENT
                   IF WS-WI-STATUS NOT = "CLOSED"
                           AND WS-WI-PROGRAM-NAME = EXLG-PROGRAM-NAME
                           AND WS-WI-MESSAGE-TEXT(1:30) =
                               EXLG-MESSAGE-TEXT(1:30)
                       MOVE WS-INC-IDX TO WS-INC-FOUND-IDX
                       MOVE WS-INC-COUNT TO WS-INC-IDX
                   END-IF
               END-PERFORM.

           2000-SCAN-EXCEPTIONS.
               OPEN INPUT EXCEPT-LOG-FILE
               IF WS-EXCEPT-OK
                   PERFORM UNTIL WS-EXCEPT-EOF
                       READ EXCEPT-LOG-FILE
                           AT END
                               SET WS-EXCEPT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LOG-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPT-LOG-FILE
               END-IF
               IF WS-LOG-COUNT < WS-RECORDS-SEEN
                   MOVE SPACES TO WS-WL-TEXT
                   STRING "EXCEPTIONS.LOG SHORTER THAN AT LAST SCAN,"
                           DELIMITED BY SIZE
                       " RESCANNED BY TIME" DELIMITED BY SIZE
                       INTO WS-WL-TEXT
                   MOVE SPACES TO IM-REPORT-LINE
                   MOVE WS-WARNING-LINE TO IM-REPORT-LINE
                   WRITE IM-REPORT-LINE
                   MOVE 0 TO WS-RECORDS-SEEN
               END-IF
               IF WS-LOG-COUNT > WS-RECORDS-SEEN
                       OR WS-LAST-SCAN-TS NOT = SPACES
                   MOVE 0 TO WS-LOG-COUNT
                   MOVE "00" TO WS-EXCEPT-STATUS
                   OPEN INPUT EXCEPT-LOG-FILE
                   PERFORM UNTIL WS-EXCEPT-EOF OR NOT WS-EXCEPT-OK
                       READ EXCEPT-LOG-FILE
                           AT END
                               SET WS-EXCEPT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LOG-COUNT
                               PERFORM 2050-SELECT-EXCEPTION
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPT-LOG-FILE
               END-IF
               MOVE WS-LOG-COUNT TO WS-RECORDS-SEEN.

           2050-SELECT-EXCEPTION.
               IF WS-LAST-SCAN-TS = SPACES
                   IF WS-LOG-COUNT > WS-RECORDS-SEEN
                       PERFORM 2100-CHECK-ONE-EXCEPTION
                   END-IF
               ELSE
                   IF EXLG-TIMESTAMP(1:16) > WS-LAST-SCAN-TS(1:16)
                       PERFORM 2100-CHECK-ONE-EXCEPTION
                   END-IF
               END-IF.

           2100-CHECK-ONE-EXCEPTION.
               IF (EXLG-SEVERITY = "SEVERE" OR EXLG-SEVERITY = "WARN")
                       AND EXLG-PROGRAM-NAME NOT = ALOG-PROGRAM-NAME
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM 1430-FIND-OPEN-INCIDENT
                   IF WS-INC-FOUND-IDX > 0
                       PERFORM 2200-ADD-OCCURRENCE
                   ELSE
                       IF EXLG-SEVERITY = "SEVERE"
                           PERFORM 5000-OPEN-INCIDENT
                           MOVE 1 TO WS-WI-OCCURRENCES
                           MOVE EXLG-TIMESTAMP TO WS-WI-FIRST-TS
                           MOVE EXLG-TIMESTAMP TO WS-WI-LAST-TS
                           PERFORM 5100-STORE-NEW-INCIDENT
                       ELSE
                           PERFORM 2300-TALLY-WARN
                       END-IF
                   END-IF
               END-IF.

           2200-ADD-OCCURRENCE.
               ADD 1 TO WS-WI-OCCURRENCES
               MOVE EXLG-TIMESTAMP TO WS-WI-LAST-TS
               MOVE WS-WORK-INCIDENT TO WS-INC-IMAGE(WS-INC-FOUND-IDX)
               ADD 1 TO WS-UPDATED-COUNT.

           2300-TALLY-WARN.
               MOVE 0 TO WS-WARN-FOUND-IDX
               PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                       UNTIL WS-WARN-IDX > WS-WARN-COUNT
                   IF WS-WT-PROGRAM(WS-WARN-IDX) = EXLG-PROGRAM-NAME
                           AND WS-WT-MESSAGE(WS-WARN-IDX)(1:30) =
                               EXLG-MESSAGE-TEXT(1:30)
                       MOVE WS-WARN-IDX TO WS-WARN-FOUND-IDX
                       MOVE WS-WARN-COUNT TO WS-WARN-IDX
                   END-IF
               END-PERFORM
               IF WS-WARN-FOUND-IDX = 0 AND WS-WARN-COUNT < 200
                   ADD 1 TO WS-WARN-COUNT
                   MOVE WS-WARN-COUNT TO WS-WARN-FOUND-IDX
                   MOVE EXLG-PROGRAM-NAME
                       TO WS-WT-PROGRAM(WS-WARN-FOUND-IDX)
                   MOVE EXLG-MESSAGE-TEXT
                       TO WS-WT-MESSAGE(WS-WARN-FOUND-IDX)
                   MOVE EXLG-TIMESTAMP
                       TO WS-WT-FIRST-TS(WS-WARN-FOUND-IDX)
                   MOVE 0 TO WS-WT-COUNT(WS-WARN-FOUND-IDX)
               END-IF
               IF WS-WARN-FOUND-IDX > 0
                   ADD 1 TO WS-WT-COUNT(WS-WARN-FOUND-IDX)
                   MOVE EXLG-TIMESTAMP
                       TO WS-WT-LAST-TS(WS-WARN-FOUND-IDX)
               END-IF.

           3000-RAISE-REPEATED-WARNS.
               PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                       UNTIL WS-WARN-IDX > WS-WARN-COUNT
                   IF WS-WT-COUNT(WS-WARN-IDX) >= WS-WARN-THRESHOLD
                       MOVE "WARN" TO EXLG-SEVERITY
                       MOVE WS-WT-PROGRAM(WS-WARN-IDX)
                           TO EXLG-PROGRAM-NAME
                       MOVE WS-WT-MESSAGE(WS-WARN-IDX)
                           TO EXLG-MESSAGE-TEXT
                       PERFORM 5000-OPEN-INCIDENT
                       MOVE WS-WT-COUNT(WS-WARN-IDX)
                           TO WS-WI-OCCURRENCES
                       MOVE WS-WT-FIRST-TS(WS-WARN-IDX)
                           TO WS-WI-FIRST-TS
                       MOVE WS-WT-LAST-TS(WS-WARN-IDX)
                           TO WS-WI-LAST-TS
                       PERFORM 5100-STORE-NEW-INCIDENT
                   END-IF
               END-PERFORM.

           4000-ESCALATE-INCIDENTS.
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INC-COUNT
                   MOVE WS-INC-IMAGE(WS-INC-IDX) TO WS-WORK-INCIDENT
                   IF WS-WI-STATUS NOT = "CLOSED"
                       ADD 1 TO WS-OPEN-COUNT
                       IF WS-CYCLE-NUMBER > WS-WI-OPEN-CYCLE
                               AND WS-WI-OPEN-CYCLE > 0
                           PERFORM 4100-CHECK-ESCALATION
                       END-IF
                   END-IF
               END-PERFORM.

           4100-CHECK-ESCALATION.
               COMPUTE WS-AGE-CYCLES =
                   WS-CYCLE-NUMBER - WS-WI-OPEN-CYCLE
               COMPUTE WS-NEW-LEVEL =
                   WS-AGE-CYCLES / WS-ESCALATE-CYCLES
               IF WS-NEW-LEVEL > 9
                   MOVE 9 TO WS-NEW-LEVEL
               END-IF
               IF WS-NEW-LEVEL > WS-WI-ESCALATION
                   MOVE WS-NEW-LEVEL TO WS-WI-ESCALATION
                   MOVE WS-WORK-INCIDENT TO WS-INC-IMAGE(WS-INC-IDX)
                   ADD 1 TO WS-ESCALATED-COUNT
                   MOVE "ESCALATE" TO WS-ALERT-TYPE
                   PERFORM 6000-WRITE-ALERT
                   MOVE "ESCALATED" TO WS-EV-ACTION
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "LEVEL " DELIMITED BY SIZE
                       WS-WI-ESCALATION DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-WI-STATUS DELIMITED BY SPACE
                       ", OPEN SINCE CYCLE " DELIMITED BY SIZE
                       WS-WI-OPEN-CYCLE DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   PERFORM 6100-WRITE-EVENT
               END-IF.

           5000-OPEN-INCIDENT.
               MOVE SPACES TO WS-WORK-INCIDENT
               MOVE "OPEN" TO WS-WI-STATUS
               MOVE EXLG-SEVERITY TO WS-WI-SEVERITY
               MOVE EXLG-PROGRAM-NAME TO WS-WI-PROGRAM-NAME
               MOVE EXLG-MESSAGE-TEXT TO WS-WI-MESSAGE-TEXT
               MOVE WS-CYCLE-NUMBER TO WS-WI-OPEN-CYCLE
               MOVE 0 TO WS-WI-ESCALATION.

           5100-STORE-NEW-INCIDENT.
               IF WS-INC-COUNT >= 999
                   SET WS-INC-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-LAST-INCIDENT
                   MOVE WS-LAST-INCIDENT TO WS-WI-NUMBER
                   ADD 1 TO WS-INC-COUNT
                   MOVE WS-WORK-INCIDENT TO WS-INC-IMAGE(WS-INC-COUNT)
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE "NEW" TO WS-ALERT-TYPE
                   PERFORM 6000-WRITE-ALERT
                   MOVE "RAISED" TO WS-EV-ACTION
                   MOVE WS-WI-MESSAGE-TEXT TO WS-EV-TEXT
                   PERFORM 6100-WRITE-EVENT
               END-IF.

           6000-WRITE-ALERT.
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF NOT WS-ALERT-OK
                   DISPLAY "ALERTS.OUT could not be opened,"
                       " status " WS-ALERT-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "ALERTS.OUT OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-ALERT-STATUS DELIMITED BY SIZE
                       ", INCIDENT " DELIMITED BY SIZE
                       WS-WI-NUMBER DELIMITED BY SIZE
                       " NOT PAGED" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO ALERT-RECORD
                   MOVE FUNCTION CURRENT-DATE TO ALRT-TIMESTAMP
                   MOVE WS-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER
                   MOVE WS-ALERT-TYPE TO ALRT-TYPE
                   MOVE WS-WI-NUMBER TO ALRT-INCIDENT
                   MOVE WS-WI-ESCALATION TO ALRT-LEVEL
                   MOVE WS-WI-SEVERITY TO ALRT-SEVERITY
                   MOVE WS-WI-PROGRAM-NAME TO ALRT-PROGRAM-NAME
                   MOVE WS-WI-MESSAGE-TEXT TO ALRT-MESSAGE-TEXT
                   WRITE ALERT-RECORD
                   CLOSE ALERT-FILE
               END-IF.

           6100-WRITE-EVENT.
               MOVE WS-WI-NUMBER TO WS-EV-NUMBER
               MOVE WS-WI-SEVERITY TO WS-EV-SEVERITY
               MOVE WS-WI-PROGRAM-NAME TO WS-EV-PROGRAM
               MOVE SPACES TO IM-REPORT-LINE
               MOVE WS-EVENT-LINE TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE.

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

           7100-SAVE-STATE.
               IF RETURN-CODE < 16
                   OPEN OUTPUT IM-STATE-FILE
                   IF NOT WS-IM-STATE-OK
                       DISPLAY "INCIDENT.STATE could not be rewritten,"
                           " status " WS-IM-STATE-STATUS
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "INCIDENT.STATE REWRITE FAILED, STATUS "
                               DELIMITED BY SIZE
                           WS-IM-STATE-STATUS DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   ELSE
                       MOVE SPACES TO IM-STATE-RECORD
                       MOVE WS-RECORDS-SEEN TO IS-RECORDS-SEEN
                       MOVE FUNCTION CURRENT-DATE TO IS-SCAN-TIMESTAMP
                       WRITE IM-STATE-RECORD
                       CLOSE IM-STATE-FILE
                   END-IF
               END-IF.

           8000-WRITE-TOTALS.
               MOVE SPACES TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE
               MOVE WS-SCANNED-COUNT TO WS-CL-SCANNED
               MOVE WS-RAISED-COUNT TO WS-CL-RAISED
               MOVE WS-UPDATED-COUNT TO WS-CL-UPDATED
               MOVE WS-ESCALATED-COUNT TO WS-CL-ESCALATED
               MOVE WS-OPEN-COUNT TO WS-CL-OPEN
               MOVE SPACES TO IM-REPORT-LINE
               MOVE WS-COUNT-LINE TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE
               MOVE SPACES TO IM-REPORT-LINE
               MOVE WS-TRAILER-LINE TO IM-REPORT-LINE
               WRITE IM-REPORT-LINE.

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
               MOVE "INCIDMON" TO ALOG-PROGRAM-NAME
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
