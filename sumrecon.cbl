               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT RC-REPORT-FILE ASSIGN TO "SUMRECON.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
           01 WS-EXPECTED-SUM      PIC S9(18).
           01 WS-STORED-SUM        PIC S9(18).
           01 n   BINARY-LONG.
           COPY "sumparm.cpy".
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-MISMATCH-LINE.
              05 FILLER            PIC X(9)  VALUE "MISMATCH ".
              05 WS-MM-MODE        PIC X.
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-MM-N           PIC ZZZZZZZZ9.
              05 FILLER            PIC X(9)  VALUE "  STORED:".
              05 WS-MM-STORED      PIC -(18)9.
              05 FILLER            PIC X(11) VALUE "  EXPECTED:".
              05 WS-MM-EXPECTED    PIC -(18)9.
           01 WS-MISMATCH-KEY-LINE.
              05 FILLER            PIC X(16) VALUE SPACES.
              05 FILLER            PIC X(6)  VALUE "FROM: ".
              05 WS-MK-FROM        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(8)  VALUE "  STEP: ".
              05 WS-MK-STEP        PIC ZZZZZZZZ9.
           01 WS-BAD-MODE-LINE.
              05 FILLER            PIC X(22)
                 VALUE "UNKNOWN SUM MODE AT #".
              05 WS-BM-RECNO       PIC ZZZZZZZZ9.
              05 FILLER            PIC X(8)  VALUE "  MODE: ".
              05 WS-BM-MODE        PIC X.
           01 WS-BAD-RECORD-LINE.
              05 FILLER            PIC X(22)
                 VALUE "UNREADABLE RECORD AT #".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ SUMHIST-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
           2000-CHECK-ONE-RECORD.
               ADD 1 TO WS-READ-COUNT
               IF SH-INPUT-N IS NUMERIC AND SH-SUM-VALUE IS NUMERIC
                       AND SH-FROM-N IS NUMERIC
                       AND SH-STEP-N IS NUMERIC
                   MOVE SH-INPUT-N TO n
                   MOVE "EXPECT" TO SM-FUNCTION
                   MOVE SH-SUM-MODE TO SM-MODE
                   MOVE SH-FROM-N TO SM-FROM-N
                   MOVE SH-INPUT-N TO SM-TO-N
                   MOVE SH-STEP-N TO SM-STEP-N
                   CALL "SUMMODE" USING SM-PARMS
                   MOVE SM-EXPECTED-SUM TO WS-EXPECTED-SUM
                   MOVE SH-SUM-VALUE TO WS-STORED-SUM
                   IF SM-INVALID
                       ADD 1 TO WS-BAD-RECORD-COUNT
                       MOVE WS-READ-COUNT TO WS-BM-RECNO
                       MOVE SH-SUM-MODE TO WS-BM-MODE
                       MOVE SPACES TO RC-REPORT-LINE
                       MOVE WS-BAD-MODE-LINE TO RC-REPORT-LINE
                       WRITE RC-REPORT-LINE
                   ELSE
                       IF SM-OVERFLOW
                               OR WS-STORED-SUM NOT = WS-EXPECTED-SUM
                           PERFORM 2100-WRITE-MISMATCH
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-RECORD-COUNT
                   WRITE RC-REPORT-LINE
               END-IF.

           2100-WRITE-MISMATCH.
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SM-MODE TO WS-MM-MODE
               MOVE n TO WS-MM-N
               MOVE WS-STORED-SUM TO WS-MM-STORED
               MOVE WS-EXPECTED-SUM TO WS-MM-EXPECTED
               MOVE SPACES TO RC-REPORT-LINE
               MOVE WS-MISMATCH-LINE TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
               IF NOT SM-MODE-N
                   MOVE SH-FROM-N TO WS-MK-FROM
                   MOVE SH-STEP-N TO WS-MK-STEP
                   MOVE SPACES TO RC-REPORT-LINE
                   MOVE WS-MISMATCH-KEY-LINE TO RC-REPORT-LINE
                   WRITE RC-REPORT-LINE
               END-IF.

           8000-WRITE-TOTALS.
               IF WS-MISMATCH-COUNT = 0 AND WS-BAD-RECORD-COUNT = 0
                   MOVE SPACES TO RC-REPORT-LINE
               END-IF
               MOVE "SUMRECON" TO ALOG-PROGRAM-NAME
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
