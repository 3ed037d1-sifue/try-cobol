               SELECT SUMCKPT-FILE ASSIGN TO "SUMCKPT.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMCKPT-STATUS.
               SELECT COMBCKPT-FILE ASSIGN USING WS-COMBCKPT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBCKPT-STATUS.
               SELECT COMBPART-FILE ASSIGN TO "COMBPART.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBPART-STATUS.
               SELECT CR-INPUT-FILE ASSIGN TO "COMBINED.INPUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-INPUT-STATUS.
           COPY "sumckpt.cpy".
           FD  COMBCKPT-FILE.
           COPY "combckpt.cpy".
           FD  COMBPART-FILE.
           COPY "combpart.cpy".
           FD  CR-INPUT-FILE.
           01  CR-INPUT-RECORD.
               05 CR-INPUT-N       PIC 9(9).
              88 WS-SUMCKPT-OK     VALUE "00".
           01 WS-COMBCKPT-STATUS   PIC XX.
              88 WS-COMBCKPT-OK    VALUE "00".
           01 WS-COMBCKPT-NAME     PIC X(40) VALUE "COMBCKPT.DAT".
           01 WS-COMBPART-STATUS   PIC XX.
              88 WS-COMBPART-OK    VALUE "00".
              88 WS-COMBPART-EOF   VALUE "10".
           01 WS-PLAN-OPEN-FLAG    PIC X.
              88 WS-PLAN-OPEN      VALUE "Y".
           01 WS-PART-LAST-RECORD  BINARY-LONG.
           01 WS-PART-CKPT-FLAG    PIC X.
              88 WS-PART-CKPT-READ VALUE "Y".
           01 WS-CR-INPUT-STATUS   PIC XX.
              88 WS-CR-INPUT-OK    VALUE "00".
           01 WS-BM-REPORT-STATUS  PIC XX.
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-ENV-NAME          PIC X(20).
           01 WS-ENV-VALUE         PIC X(9).
           01 WS-OPERATOR-ID       PIC X(8).
           01 WS-PROGRAM-NAME      PIC X(8) VALUE "BATCHMON".
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-NOW-TIMESTAMP     PIC X(21).
              05 WS-CF-TOTAL       PIC ZZZZZZZZ9.
              05 FILLER            PIC X(15)
                 VALUE " INPUT RECORDS".
           01 WS-PART-HEADING.
              05 FILLER            PIC X(40)
                 VALUE "  COMBRPT PARTITIONS NOT YET MERGED:".
           01 WS-PART-FLIGHT-LINE.
              05 FILLER            PIC X(14) VALUE "    PARTITION ".
              05 WS-PF-PARTITION   PIC X(2).
              05 FILLER            PIC X(2)  VALUE SPACES.
              05 WS-PF-STATUS      PIC X(8).
              05 FILLER            PIC X(9)  VALUE " RECORDS ".
              05 WS-PF-FIRST       PIC ZZZZZZZZ9.
              05 FILLER            PIC X     VALUE "-".
              05 WS-PF-LAST        PIC ZZZZZZZZ9.
              05 FILLER            PIC X(6)  VALUE " DONE ".
              05 WS-PF-DONE        PIC ZZZZZZZZ9.
           01 WS-STALE-LINE.
              05 FILLER            PIC X(24)
                 VALUE "    CHECKPOINT WRITTEN ".
                 VALUE "END OF BATCH WINDOW STATUS".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 0500-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-REPORT-COMPLETIONS
               PERFORM 3000-REPORT-SUM-CHECKPOINT
               PERFORM 4000-REPORT-COMB-CHECKPOINT
               PERFORM 4500-REPORT-COMB-PARTITIONS
               IF WS-INFLIGHT-COUNT = 0
                   MOVE SPACES TO BM-REPORT-LINE
                   MOVE WS-NONE-FLIGHT-LINE TO BM-REPORT-LINE
               CLOSE BM-REPORT-FILE
               GOBACK.

           0500-CHECK-AUTHORITY.
               MOVE "OPERATOR_ID" TO WS-ENV-NAME
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               MOVE WS-ENV-VALUE TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   MOVE "UNKNOWN" TO WS-OPERATOR-ID
               END-IF
               CALL "OPRAUTH" USING WS-OPERATOR-ID WS-PROGRAM-NAME
                   WS-AUTH-CAPABILITY WS-AUTH-FLAG
               IF NOT WS-AUTHORIZED
                   DISPLAY "Operator " WS-OPERATOR-ID
                       " is not authorized to run " WS-PROGRAM-NAME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.

           1000-INITIALIZE.
               OPEN OUTPUT BM-REPORT-FILE
               IF NOT WS-BM-REPORT-OK
                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
                       SET WS-CYCLE-MATCH TO TRUE
                   END-IF
               ELSE
                   IF ALOG-END-TIMESTAMP(1:8) NOT < WS-RUN-DATE
                       SET WS-CYCLE-MATCH TO TRUE
                   END-IF
               END-IF
                   CLOSE CR-INPUT-FILE
               END-IF.

           4500-REPORT-COMB-PARTITIONS.
               MOVE "N" TO WS-PLAN-OPEN-FLAG
               OPEN INPUT COMBPART-FILE
               IF WS-COMBPART-OK
                   PERFORM UNTIL WS-COMBPART-EOF
                       READ COMBPART-FILE
                           AT END
                               SET WS-COMBPART-EOF TO TRUE
                           NOT AT END
                               IF NOT CP-MERGED
                                   PERFORM 4550-REPORT-ONE-PARTITION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF.

           4550-REPORT-ONE-PARTITION.
               IF NOT WS-PLAN-OPEN
                   SET WS-PLAN-OPEN TO TRUE
                   ADD 1 TO WS-INFLIGHT-COUNT
                   MOVE SPACES TO BM-REPORT-LINE
                   MOVE WS-PART-HEADING TO BM-REPORT-LINE
                   WRITE BM-REPORT-LINE
               END-IF
               MOVE CP-PARTITION TO WS-PF-PARTITION
               MOVE CP-STATUS TO WS-PF-STATUS
               MOVE CP-FIRST-RECORD TO WS-PF-FIRST
               COMPUTE WS-PART-LAST-RECORD =
                   CP-FIRST-RECORD + CP-RECORD-COUNT - 1
               MOVE WS-PART-LAST-RECORD TO WS-PF-LAST
               MOVE CP-RECORDS-DONE TO WS-PF-DONE
               MOVE 0 TO WS-SL-AGE
               MOVE "N" TO WS-PART-CKPT-FLAG
               IF CP-RUNNING
                   MOVE SPACES TO WS-COMBCKPT-NAME
                   STRING "COMBCKPT.P" DELIMITED BY SIZE
                       CP-PARTITION DELIMITED BY SIZE
                       INTO WS-COMBCKPT-NAME
                   MOVE 0 TO WS-PF-DONE
                   OPEN INPUT COMBCKPT-FILE
                   IF WS-COMBCKPT-OK
                       READ COMBCKPT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               SET WS-PART-CKPT-READ TO TRUE
                               MOVE CCKPT-LAST-RECORD TO WS-PF-DONE
                               MOVE CCKPT-TIMESTAMP(1:14)
                                   TO WS-FROM-TS
                               MOVE WS-NOW-TIMESTAMP(1:14)
                                   TO WS-TO-TS
                               PERFORM 5000-COMPUTE-ELAPSED
                               MOVE WS-ELAPSED-SECS TO WS-SL-AGE
                       END-READ
                       CLOSE COMBCKPT-FILE
                   END-IF
                   MOVE "COMBCKPT.DAT" TO WS-COMBCKPT-NAME
               END-IF
               MOVE SPACES TO BM-REPORT-LINE
               MOVE WS-PART-FLIGHT-LINE TO BM-REPORT-LINE
               WRITE BM-REPORT-LINE
               IF WS-PART-CKPT-READ
                   MOVE SPACES TO BM-REPORT-LINE
                   MOVE WS-STALE-LINE TO BM-REPORT-LINE
                   WRITE BM-REPORT-LINE
               END-IF.

           5000-COMPUTE-ELAPSED.
               MOVE 0 TO WS-ELAPSED-SECS
               IF WS-FROM-TS IS NUMERIC AND WS-TO-TS IS NUMERIC
