               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.NEW"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT CV-REPORT-FILE ASSIGN TO "SUMHCNV.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
           DATA DIVISION.
           FILE SECTION.
           FD  HIST-OLD-FILE.
           COPY "sumhold.cpy" REPLACING SUMHOLD-RECORD BY
               HIST-OLD-RECORD
               SHO-INPUT-N BY OLD-INPUT-N
               SHO-SUM-VALUE BY OLD-SUM-VALUE
               SHO-RUN-TIMESTAMP BY OLD-RUN-TIMESTAMP
               SHO-CYCLE-NUMBER BY OLD-CYCLE-NUMBER.
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  CV-REPORT-FILE.
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-KEY-FOUND-FLAG    PIC X.
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-EOF
                   READ HIST-OLD-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               ADD 1 TO WS-READ-COUNT
               IF OLD-INPUT-N IS NUMERIC AND OLD-SUM-VALUE IS NUMERIC
                   MOVE OLD-INPUT-N TO SH-INPUT-N
                   MOVE "N" TO SH-SUM-MODE
                   MOVE 1 TO SH-FROM-N
                   MOVE 1 TO SH-STEP-N
                   MOVE "Y" TO WS-KEY-FOUND-FLAG
                   READ SUMHIST-FILE
                       INVALID KEY
                       END-IF
                   ELSE
                       MOVE OLD-INPUT-N TO SH-INPUT-N
                       MOVE "N" TO SH-SUM-MODE
                       MOVE 1 TO SH-FROM-N
                       MOVE 1 TO SH-STEP-N
                       MOVE OLD-SUM-VALUE TO SH-SUM-VALUE
                       MOVE OLD-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
                       PERFORM 2100-SET-CYCLE-NUMBER
               END-IF
               MOVE "SUMHCNV" TO ALOG-PROGRAM-NAME
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
