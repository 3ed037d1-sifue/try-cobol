               SELECT SR-REPORT-FILE ASSIGN TO "SHIFTRPT.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SR-REPORT-STATUS.
               SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-INCIDENT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  SR-CONTROL-FILE.
           COPY "cyclectl.cpy".
           FD  SR-REPORT-FILE.
           01  SR-REPORT-LINE      PIC X(80).
           FD  INCIDENT-FILE.
           COPY "incident.cpy".
           WORKING-STORAGE SECTION.
           01 WS-SR-CONTROL-STATUS PIC XX.
              88 WS-SR-CONTROL-OK  VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-SR-REPORT-STATUS  PIC XX.
              88 WS-SR-REPORT-OK   VALUE "00".
           01 WS-INCIDENT-STATUS   PIC XX.
              88 WS-INCIDENT-OK    VALUE "00".
              88 WS-INCIDENT-EOF   VALUE "10".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-THRESHOLD-SECS    BINARY-LONG VALUE 600.
           01 WS-CYCLE-WARNING     PIC X(70) VALUE SPACES.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-ALOG-SAVE         PIC X(108).
           01 WS-ALOG-INPUT-COUNT  PIC 9(9).
           01 WS-ALOG-STATUS-TEXT  PIC X(8).
           01 WS-READ-COUNT        BINARY-LONG VALUE 0.
                 10 WS-OP-TOTAL-SECS BINARY-DOUBLE.
                 10 WS-OP-WORST-SECS BINARY-LONG.
           01 WS-AVG-SECS          BINARY-LONG.
           01 WS-OPEN-INC-COUNT    BINARY-LONG VALUE 0.
           01 WS-INC-AGE           BINARY-LONG.
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 WS-EX-REASON      PIC X(16).
           01 WS-NO-EXCEPTION-LINE.
              05 FILLER            PIC X(15) VALUE "NONE THIS SHIFT".
           01 WS-INCIDENT-HEADING.
              05 FILLER            PIC X(31)
                 VALUE "OPEN INCIDENTS CARRIED FORWARD:".
           01 WS-INCIDENT-LINE.
              05 FILLER            PIC X(4) VALUE SPACES.
              05 WS-IN-NUMBER      PIC 9(6).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-IN-STATUS      PIC X(6).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-IN-SEVERITY    PIC X(6).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-IN-PROGRAM     PIC X(8).
              05 FILLER            PIC X(5) VALUE " AGE ".
              05 WS-IN-AGE         PIC ZZZ9.
              05 FILLER            PIC X(5) VALUE " LVL ".
              05 WS-IN-LEVEL       PIC 9.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-IN-TEXT        PIC X(31).
           01 WS-NO-INCIDENT-LINE.
              05 FILLER            PIC X(9) VALUE "NONE OPEN".
           01 WS-INCIDENT-COUNT-LINE.
              05 FILLER            PIC X(16) VALUE "OPEN INCIDENTS: ".
              05 WS-IC-OPEN        PIC ZZZZ9.
           01 WS-SUMMARY-HEADING.
              05 WS-SH-TEXT        PIC X(20).
              05 FILLER            PIC X(34) VALUE
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-LOG-FILE
                   MOVE WS-NO-EXCEPTION-LINE TO SR-REPORT-LINE
                   WRITE SR-REPORT-LINE
               END-IF
               PERFORM 3000-WRITE-OPEN-INCIDENTS
               PERFORM 8000-WRITE-SUMMARIES
               CLOSE SR-REPORT-FILE
               MOVE WS-READ-COUNT TO WS-ALOG-INPUT-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-EXCEPTION-LINE TO SR-REPORT-LINE
               WRITE SR-REPORT-LINE.

           3000-WRITE-OPEN-INCIDENTS.
               MOVE SPACES TO SR-REPORT-LINE
               WRITE SR-REPORT-LINE
               MOVE SPACES TO SR-REPORT-LINE
               MOVE WS-INCIDENT-HEADING TO SR-REPORT-LINE
               WRITE SR-REPORT-LINE
               OPEN INPUT INCIDENT-FILE
               IF WS-INCIDENT-OK
                   PERFORM UNTIL WS-INCIDENT-EOF
                       READ INCIDENT-FILE
                           AT END
                               SET WS-INCIDENT-EOF TO TRUE
                           NOT AT END
                               IF INC-NUMBER IS NUMERIC
                                       AND INC-STATUS NOT = "CLOSED"
                                   PERFORM 3100-WRITE-ONE-INCIDENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               END-IF
               IF WS-OPEN-INC-COUNT = 0
                   MOVE SPACES TO SR-REPORT-LINE
                   MOVE WS-NO-INCIDENT-LINE TO SR-REPORT-LINE
                   WRITE SR-REPORT-LINE
               ELSE
                   MOVE WS-OPEN-INC-COUNT TO WS-IC-OPEN
                   MOVE SPACES TO SR-REPORT-LINE
                   MOVE WS-INCIDENT-COUNT-LINE TO SR-REPORT-LINE
                   WRITE SR-REPORT-LINE
               END-IF.

           3100-WRITE-ONE-INCIDENT.
               ADD 1 TO WS-OPEN-INC-COUNT
               MOVE 0 TO WS-INC-AGE
               IF INC-OPEN-CYCLE IS NUMERIC
                       AND WS-CYCLE-NUMBER > INC-OPEN-CYCLE
                   COMPUTE WS-INC-AGE = WS-CYCLE-NUMBER - INC-OPEN-CYCLE
               END-IF
               MOVE INC-NUMBER TO WS-IN-NUMBER
               MOVE INC-STATUS TO WS-IN-STATUS
               MOVE INC-SEVERITY TO WS-IN-SEVERITY
               MOVE INC-PROGRAM-NAME TO WS-IN-PROGRAM
               MOVE WS-INC-AGE TO WS-IN-AGE
               MOVE INC-ESCALATION TO WS-IN-LEVEL
               MOVE INC-MESSAGE-TEXT TO WS-IN-TEXT
               MOVE SPACES TO SR-REPORT-LINE
               MOVE WS-INCIDENT-LINE TO SR-REPORT-LINE
               WRITE SR-REPORT-LINE.

           8000-WRITE-SUMMARIES.
               MOVE SPACES TO SR-REPORT-LINE
               WRITE SR-REPORT-LINE
               END-IF
               MOVE "SHIFTRPT" TO ALOG-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE TO ALOG-START-TIMESTAMP
               MOVE SPACES TO ALOG-SUBMITTER-ID
               MOVE SPACES TO ALOG-APPROVER-ID
               PERFORM 9700-READ-CYCLE
               MOVE AUDIT-LOG-RECORD TO WS-ALOG-SAVE.

           9550-CHECK-AUTHORITY.
               CALL "OPRAUTH" USING ALOG-OPERATOR-ID ALOG-PROGRAM-NAME
                   WS-AUTH-CAPABILITY WS-AUTH-FLAG
               IF NOT WS-AUTHORIZED
                   DISPLAY "Operator " ALOG-OPERATOR-ID
                       " is not authorized to run " ALOG-PROGRAM-NAME
                   MOVE 0 TO WS-ALOG-INPUT-COUNT
                   MOVE "DENIED" TO WS-ALOG-STATUS-TEXT
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           9600-WRITE-EXCEPTION.
               OPEN EXTEND EXCEPT-LOG-FILE
               IF WS-EXCEPT-STATUS = "35"
