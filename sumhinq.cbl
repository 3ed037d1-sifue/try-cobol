               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT HQ-REPORT-FILE ASSIGN TO "SUMHINQ.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
               05 HQ-N-SELECT      PIC X(9).
               05 FILLER           PIC X.
               05 HQ-CYCLE-SELECT  PIC X(9).
               05 FILLER           PIC X.
               05 HQ-MODE-SELECT   PIC X.
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  HQ-REPORT-FILE.
           01 WS-CYCLE-ALL-FLAG    PIC X VALUE "Y".
              88 WS-CYCLE-ALL      VALUE "Y".
           01 WS-SELECT-CYCLE      BINARY-LONG VALUE 0.
           01 WS-MODE-ALL-FLAG     PIC X VALUE "Y".
              88 WS-MODE-ALL       VALUE "Y".
           01 WS-SELECT-MODE       PIC X.
           01 WS-CYCLE-MATCH-FLAG  PIC X.
              88 WS-CYCLE-MATCH    VALUE "Y".
           01 WS-CARD-FROM         PIC X(8) VALUE SPACES.
           01 WS-CARD-TO           PIC X(8) VALUE SPACES.
           01 WS-CARD-N            PIC X(9) VALUE SPACES.
           01 WS-CARD-CYCLE        PIC X(9) VALUE SPACES.
           01 WS-CARD-MODE         PIC X VALUE SPACE.
           01 WS-ROW-MODE          PIC X.
           01 WS-CARD-TEST-RC      PIC 9(4).
           01 WS-CARD-DATE-NUM     PIC 9(8).
           01 WS-WARN-COUNT        BINARY-LONG VALUE 0.
           01 WS-WARN-IDX          BINARY-LONG.
           01 WS-WARN-TABLE.
              05 WS-WARN-TEXT      PIC X(70) OCCURS 5 TIMES.
           01 WS-READ-COUNT        BINARY-LONG VALUE 0.
           01 WS-SELECT-COUNT      BINARY-LONG VALUE 0.
           01 WS-N-TABLE-COUNT     BINARY-LONG VALUE 0.
           01 WS-N-TABLE.
              05 WS-N-ENTRY OCCURS 500 TIMES.
                 10 WS-NT-N          PIC 9(9).
                 10 WS-NT-MODE       PIC X.
                 10 WS-NT-FROM       PIC 9(9).
                 10 WS-NT-STEP       PIC 9(9).
                 10 WS-NT-COUNT      BINARY-LONG.
                 10 WS-NT-FIRST-TS   PIC X(21).
                 10 WS-NT-LAST-TS    PIC X(21).
                 10 WS-NT-FIRST-SUM  PIC S9(18).
                 10 WS-NT-DIFFER-FLAG PIC X.
                    88 WS-NT-DIFFERS  VALUE "Y".
           01 WS-AUDIT-STATUS      PIC XX.
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 WS-CR-N           PIC X(9).
              05 FILLER            PIC X(8)  VALUE "  CYCLE:".
              05 WS-CR-CYCLE       PIC X(9).
              05 FILLER            PIC X(8)  VALUE "  MODE: ".
              05 WS-CR-MODE        PIC X(3).
           01 WS-DETAIL-HEADING.
              05 FILLER            PIC X(12) VALUE "        N M".
              05 FILLER            PIC X(20)
                 VALUE "     FROM      STEP".
              05 FILLER            PIC X(21)
                 VALUE "                 SUM".
              05 FILLER            PIC X(15) VALUE " RUN TIMESTAMP".
              05 FILLER            PIC X(11) VALUE "      CYCLE".
           01 WS-DETAIL-LINE.
              05 WS-DT-N           PIC ZZZZZZZZ9.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-DT-MODE        PIC X.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-DT-FROM        PIC ZZZZZZZZ9.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-DT-STEP        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(2) VALUE SPACES.
              05 WS-DT-SUM         PIC -(18)9.
              05 FILLER            PIC X(2) VALUE SPACES.
              05 WS-DT-TS          PIC X(14).
              05 FILLER            PIC X(2) VALUE SPACES.
              05 WS-DT-CYCLE       PIC ZZZZZZZZ9.
           01 WS-SUMMARY-HEADING.
              05 FILLER            PIC X(30)
                 VALUE "SUMMARY BY REQUEST:".
           01 WS-SUMMARY-LINE.
              05 WS-SM-N           PIC ZZZZZZZZ9.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-SM-MODE        PIC X.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-SM-FROM        PIC ZZZZZZZZ9.
              05 FILLER            PIC X VALUE SPACE.
              05 WS-SM-STEP        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(2) VALUE SPACES.
              05 WS-SM-COUNT       PIC ZZZ9.
              05 FILLER            PIC X(7)  VALUE " RUNS  ".
              05 WS-SM-FIRST       PIC X(14).
              05 FILLER            PIC X(3)  VALUE " - ".
              05 WS-SM-LAST        PIC X(14).
           01 WS-SUMMARY-FLAG-LINE.
              05 FILLER            PIC X(33) VALUE SPACES.
              05 FILLER            PIC X(16) VALUE "*DIFFERING SUMS*".
           01 WS-COUNT-LINE.
              05 FILLER            PIC X(14) VALUE "RECORDS READ: ".
              05 WS-CL-READ        PIC ZZZZZZZZ9.
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ SUMHIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
                           MOVE HQ-TO-DATE TO WS-CARD-TO
                           MOVE HQ-N-SELECT TO WS-CARD-N
                           MOVE HQ-CYCLE-SELECT TO WS-CARD-CYCLE
                           MOVE HQ-MODE-SELECT TO WS-CARD-MODE
                   END-READ
                   CLOSE HQ-CONTROL-FILE
                   PERFORM 1150-PARSE-CONTROL-CARD
                   ELSE
                       PERFORM 1190-NOTE-BAD-CYCLE-SELECT
                   END-IF
               END-IF
               IF WS-CARD-MODE NOT = SPACE AND WS-CARD-MODE NOT = "*"
                   IF WS-CARD-MODE = "N" OR "R" OR "S" OR "Q"
                       MOVE "N" TO WS-MODE-ALL-FLAG
                       MOVE WS-CARD-MODE TO WS-SELECT-MODE
                   ELSE
                       PERFORM 1195-NOTE-BAD-MODE-SELECT
                   END-IF
               END-IF.

           1160-NOTE-BAD-FROM-DATE.
                       DELIMITED BY SIZE
                   INTO WS-WARN-TEXT(WS-WARN-COUNT).

           1195-NOTE-BAD-MODE-SELECT.
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO WS-WARN-TEXT(WS-WARN-COUNT)
               STRING "MODE SELECTION '" DELIMITED BY SIZE
                   WS-CARD-MODE DELIMITED BY SIZE
                   "' NOT N, R, S OR Q, SELECTING ALL"
                       DELIMITED BY SIZE
                   INTO WS-WARN-TEXT(WS-WARN-COUNT).

           1200-WRITE-REPORT-HEADER.
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE SPACES TO HQ-REPORT-LINE
               ELSE
                   MOVE WS-SELECT-CYCLE TO WS-CR-CYCLE
               END-IF
               IF WS-MODE-ALL
                   MOVE "ALL" TO WS-CR-MODE
               ELSE
                   MOVE WS-SELECT-MODE TO WS-CR-MODE
               END-IF
               MOVE SPACES TO HQ-REPORT-LINE
               MOVE WS-CRIT-LINE TO HQ-REPORT-LINE
               WRITE HQ-REPORT-LINE
                       MOVE "N" TO WS-CYCLE-MATCH-FLAG
                   END-IF
               END-IF
               MOVE SH-SUM-MODE TO WS-ROW-MODE
               IF WS-ROW-MODE = SPACE
                   MOVE "N" TO WS-ROW-MODE
               END-IF
               IF SH-RUN-TIMESTAMP(1:8) >= WS-FROM-DATE
                       AND SH-RUN-TIMESTAMP(1:8) <= WS-TO-DATE
                       AND (WS-SELECT-ALL OR SH-INPUT-N = WS-SELECT-N)
                       AND (WS-MODE-ALL OR WS-ROW-MODE = WS-SELECT-MODE)
                       AND WS-CYCLE-MATCH
                   ADD 1 TO WS-SELECT-COUNT
                   PERFORM 2100-WRITE-DETAIL

           2100-WRITE-DETAIL.
               MOVE SH-INPUT-N TO WS-DT-N
               MOVE WS-ROW-MODE TO WS-DT-MODE
               MOVE SH-FROM-N TO WS-DT-FROM
               MOVE SH-STEP-N TO WS-DT-STEP
               MOVE SH-SUM-VALUE TO WS-DT-SUM
               MOVE SH-RUN-TIMESTAMP TO WS-DT-TS
               IF SH-CYCLE-NUMBER IS NUMERIC
               PERFORM VARYING WS-N-IDX FROM 1 BY 1
                       UNTIL WS-N-IDX > WS-N-TABLE-COUNT
                   IF WS-NT-N(WS-N-IDX) = SH-INPUT-N
                           AND WS-NT-MODE(WS-N-IDX) = WS-ROW-MODE
                           AND WS-NT-FROM(WS-N-IDX) = SH-FROM-N
                           AND WS-NT-STEP(WS-N-IDX) = SH-STEP-N
                       MOVE WS-N-IDX TO WS-N-FOUND-IDX
                       MOVE WS-N-TABLE-COUNT TO WS-N-IDX
                   END-IF
               END-PERFORM
               IF WS-N-FOUND-IDX = 0
                   IF WS-N-TABLE-COUNT >= 500
                       DISPLAY "More than 500 distinct requests"
                           " selected, summary truncated"
                   ELSE
                       ADD 1 TO WS-N-TABLE-COUNT
                       MOVE WS-N-TABLE-COUNT TO WS-N-FOUND-IDX
                       MOVE SH-INPUT-N TO WS-NT-N(WS-N-FOUND-IDX)
                       MOVE WS-ROW-MODE TO WS-NT-MODE(WS-N-FOUND-IDX)
                       MOVE SH-FROM-N TO WS-NT-FROM(WS-N-FOUND-IDX)
                       MOVE SH-STEP-N TO WS-NT-STEP(WS-N-FOUND-IDX)
                       MOVE 0 TO WS-NT-COUNT(WS-N-FOUND-IDX)
                       MOVE SH-RUN-TIMESTAMP
                           TO WS-NT-FIRST-TS(WS-N-FOUND-IDX)
               PERFORM VARYING WS-N-IDX FROM 1 BY 1
                       UNTIL WS-N-IDX > WS-N-TABLE-COUNT
                   MOVE WS-NT-N(WS-N-IDX) TO WS-SM-N
                   MOVE WS-NT-MODE(WS-N-IDX) TO WS-SM-MODE
                   MOVE WS-NT-FROM(WS-N-IDX) TO WS-SM-FROM
                   MOVE WS-NT-STEP(WS-N-IDX) TO WS-SM-STEP
                   MOVE WS-NT-COUNT(WS-N-IDX) TO WS-SM-COUNT
                   MOVE WS-NT-FIRST-TS(WS-N-IDX)(1:14) TO WS-SM-FIRST
                   MOVE WS-NT-LAST-TS(WS-N-IDX)(1:14) TO WS-SM-LAST
                   MOVE SPACES TO HQ-REPORT-LINE
                   MOVE WS-SUMMARY-LINE TO HQ-REPORT-LINE
                   WRITE HQ-REPORT-LINE
                   IF WS-NT-DIFFERS(WS-N-IDX)
                       MOVE SPACES TO HQ-REPORT-LINE
                       MOVE WS-SUMMARY-FLAG-LINE TO HQ-REPORT-LINE
                       WRITE HQ-REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO HQ-REPORT-LINE
               WRITE HQ-REPORT-LINE
               END-IF
               MOVE "SUMHINQ" TO ALOG-PROGRAM-NAME
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
