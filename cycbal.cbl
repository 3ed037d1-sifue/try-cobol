           IDENTIFICATION DIVISION.
           PROGRAM-ID. CycleBalance.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BL-CONTROL-FILE ASSIGN TO "CYCBAL.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-BL-CONTROL-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT BL-ROLLGEN-FILE ASSIGN TO "ROLLGEN.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-ROLLGEN-STATUS.
               SELECT BL-EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
               SELECT BL-REPORT-FILE ASSIGN TO "CYCBAL.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-BL-REPORT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  BL-CONTROL-FILE.
           01  BL-CONTROL-RECORD.
               05 BL-CYCLE-SELECT  PIC X(9).
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  BL-ROLLGEN-FILE.
           COPY "rollgen.cpy".
           FD  BL-EXTRACT-FILE.
           01  BL-EXTRACT-LINE     PIC X(80).
           FD  BL-REPORT-FILE.
           01  BL-REPORT-LINE      PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-BL-CONTROL-STATUS PIC XX.
              88 WS-BL-CONTROL-OK  VALUE "00".
           01 WS-CTLTOT-STATUS     PIC XX.
              88 WS-CTLTOT-OK      VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-SEVERITY     PIC X(6).
           01 WS-EXLG-MESSAGE      PIC X(60).
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-SUMHJRNL-STATUS   PIC XX.
              88 WS-SUMHJRNL-OK    VALUE "00".
           01 WS-ROLLGEN-STATUS    PIC XX.
              88 WS-ROLLGEN-OK     VALUE "00".
           01 WS-EXTRACT-STATUS    PIC XX.
              88 WS-EXTRACT-OK     VALUE "00".
           01 WS-BL-REPORT-STATUS  PIC XX.
              88 WS-BL-REPORT-OK   VALUE "00".
           01 WS-EOF-FLAG          PIC X.
              88 WS-EOF            VALUE "Y".
           01 WS-EXTR-EOF-FLAG     PIC X.
              88 WS-EXTR-EOF       VALUE "Y".
           01 WS-CARD-CYCLE        PIC X(9) VALUE SPACES.
           01 WS-TARGET-CYCLE      PIC 9(9) VALUE 0.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-ALOG-SAVE         PIC X(108).
           01 WS-ALOG-INPUT-COUNT  PIC 9(9).
           01 WS-ALOG-STATUS-TEXT  PIC X(8).
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-CT-MAX            BINARY-LONG VALUE 60.
           01 WS-CT-COUNT          BINARY-LONG VALUE 0.
           01 WS-CT-IDX            BINARY-LONG.
           01 WS-CT-TABLE.
              05 WS-CT-ENTRY OCCURS 60 TIMES.
                 10 WS-CTE-PROGRAM PIC X(8).
                 10 WS-CTE-NAME    PIC X(16).
                 10 WS-CTE-VALUE   BINARY-LONG.
           01 WS-CT-POSTED         BINARY-LONG VALUE 0.
           01 WS-GET-PROGRAM       PIC X(8).
           01 WS-GET-NAME          PIC X(16).
           01 WS-GET-VALUE         BINARY-LONG.
           01 WS-GET-FOUND-FLAG    PIC X.
              88 WS-GET-FOUND      VALUE "Y".
           01 WS-IE-AUDIT-VALUE    BINARY-LONG VALUE 0.
           01 WS-IE-AUDIT-FLAG     PIC X VALUE "N".
           01 WS-FZ-AUDIT-VALUE    BINARY-LONG VALUE 0.
           01 WS-FZ-AUDIT-FLAG     PIC X VALUE "N".
           01 WS-SI-AUDIT-VALUE    BINARY-LONG VALUE 0.
           01 WS-SI-AUDIT-FLAG     PIC X VALUE "N".
           01 WS-CR-AUDIT-VALUE    BINARY-LONG VALUE 0.
           01 WS-CR-AUDIT-FLAG     PIC X VALUE "N".
           01 WS-JRNL-FLAG         PIC X VALUE "N".
           01 WS-SI-JRNL-ADDS      BINARY-LONG VALUE 0.
           01 WS-SI-JRNL-UPDATES   BINARY-LONG VALUE 0.
           01 WS-CR-JRNL-ADDS      BINARY-LONG VALUE 0.
           01 WS-CR-JRNL-UPDATES   BINARY-LONG VALUE 0.
           01 WS-EXTRACT-NAME      PIC X(40).
           01 WS-BASE-NAME         PIC X(16).
           01 WS-DETAIL-TAG        PIC X(8).
           01 WS-ALT-DETAIL-TAG    PIC X(8).
           01 WS-LOCATED-NAME      PIC X(40).
           01 WS-LOCATED-FLAG      PIC X.
              88 WS-LOCATED        VALUE "Y".
           01 WS-HDR-FOUND-FLAG    PIC X.
              88 WS-HDR-FOUND      VALUE "Y".
           01 WS-HDR-CYCLE         PIC 9(9).
           01 WS-HDR-PART-COUNT    BINARY-LONG.
           01 WS-HDR-PARTS.
              05 WS-HDR-PART       PIC X(20) OCCURS 8 TIMES.
           01 WS-EXTR-DETAIL       BINARY-LONG.
           01 WS-EXTR-TRL-COUNT    BINARY-LONG.
           01 WS-EXTR-TRL-FLAG     PIC X.
           01 WS-FZ-EXTR-FLAG      PIC X VALUE "N".
           01 WS-FZ-EXTR-DETAIL    BINARY-LONG VALUE 0.
           01 WS-FZ-TRL-FLAG       PIC X VALUE "N".
           01 WS-FZ-TRL-COUNT      BINARY-LONG VALUE 0.
           01 WS-CR-EXTR-FLAG      PIC X VALUE "N".
           01 WS-CR-EXTR-DETAIL    BINARY-LONG VALUE 0.
           01 WS-CR-TRL-FLAG       PIC X VALUE "N".
           01 WS-CR-TRL-COUNT      BINARY-LONG VALUE 0.
           01 WS-CMP-TEXT          PIC X(30).
           01 WS-CMP-FROM          BINARY-LONG.
           01 WS-CMP-FROM-FLAG     PIC X.
              88 WS-CMP-FROM-FOUND VALUE "Y".
           01 WS-CMP-TO            BINARY-LONG.
           01 WS-CMP-TO-FLAG       PIC X.
              88 WS-CMP-TO-FOUND   VALUE "Y".
           01 WS-CMP-DIFF          BINARY-LONG.
           01 WS-EDIT-COUNT        PIC ZZZZZZZZ9.
           01 WS-EDIT-DIFF         PIC -(8)9.
           01 WS-POINT-COUNT       BINARY-LONG VALUE 0.
           01 WS-BALANCED-COUNT    BINARY-LONG VALUE 0.
           01 WS-BREAK-COUNT       BINARY-LONG VALUE 0.
           01 WS-MISSING-COUNT     BINARY-LONG VALUE 0.
           01 WS-NOT-RUN-COUNT     BINARY-LONG VALUE 0.
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "CYCLE BALANCING LEDGER".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-CYCLE-LINE.
              05 FILLER            PIC X(7)  VALUE "CYCLE: ".
              05 WS-CL-CYCLE       PIC 9(9).
              05 FILLER            PIC X(17)
                 VALUE "  RUN IN CYCLE: ".
              05 WS-CL-RUN-CYCLE   PIC 9(9).
              05 FILLER            PIC X(18)
                 VALUE "  TOTALS POSTED: ".
              05 WS-CL-POSTED      PIC ZZZZ9.
           01 WS-SOURCE-LINE.
              05 WS-SRC-BASE       PIC X(18).
              05 FILLER            PIC X(8)  VALUE "SOURCE: ".
              05 WS-SRC-NAME       PIC X(40).
           01 WS-COLUMN-LINE.
              05 FILLER            PIC X(31)
                 VALUE "CONTROL POINT".
              05 FILLER            PIC X(10) VALUE "     FROM".
              05 FILLER            PIC X(10) VALUE "       TO".
              05 FILLER            PIC X(10) VALUE "     DIFF".
              05 FILLER            PIC X(6)  VALUE "RESULT".
           01 WS-POINT-LINE.
              05 WS-PL-TEXT        PIC X(30).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-PL-FROM        PIC X(9).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-PL-TO          PIC X(9).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-PL-DIFF        PIC X(9).
              05 FILLER            PIC X VALUE SPACE.
              05 WS-PL-RESULT      PIC X(16).
           01 WS-TOTAL-LINE.
              05 WS-TL-TEXT        PIC X(34).
              05 WS-TL-COUNT       PIC ZZZZZZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF CYCLE BALANCING LEDGER".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-CONTROL-TOTALS
               PERFORM 3000-LOAD-AUDIT-VALUES
               PERFORM 4000-COUNT-JOURNAL
               PERFORM 5000-COUNT-EXTRACTS
               PERFORM 6000-BALANCE-CYCLE
               PERFORM 8000-WRITE-TOTALS
               CLOSE BL-REPORT-FILE
               MOVE WS-POINT-COUNT TO WS-ALOG-INPUT-COUNT
               IF WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-BREAK-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-BREAK-COUNT TO WS-EDIT-COUNT
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CYCLE " DELIMITED BY SIZE
                       WS-TARGET-CYCLE DELIMITED BY SIZE
                       " OUT OF BALANCE AT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       " CONTROL POINTS" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
               ELSE
                   MOVE "SUCCESS" TO WS-ALOG-STATUS-TEXT
               END-IF
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               PERFORM 1100-READ-CONTROL-CARD
               IF WS-TARGET-CYCLE = 0
                   DISPLAY "CYCBAL.CONTROL cycle not numeric and no"
                       " current cycle, nothing balanced"
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CYCBAL.CONTROL CYCLE '" DELIMITED BY SIZE
                       WS-CARD-CYCLE DELIMITED BY SIZE
                       "' NOT VALID" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 0 TO WS-ALOG-INPUT-COUNT
                   MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT BL-REPORT-FILE
               IF NOT WS-BL-REPORT-OK
                   DISPLAY "CYCBAL.REPORT could not be opened,"
                       " status " WS-BL-REPORT-STATUS
                   MOVE 0 TO WS-ALOG-INPUT-COUNT
                   MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-HEADER-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE.

           1100-READ-CONTROL-CARD.
               OPEN INPUT BL-CONTROL-FILE
               IF WS-BL-CONTROL-OK
                   READ BL-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BL-CYCLE-SELECT TO WS-CARD-CYCLE
                   END-READ
                   CLOSE BL-CONTROL-FILE
               END-IF
               IF WS-CARD-CYCLE = SPACES
                   MOVE WS-CYCLE-NUMBER TO WS-TARGET-CYCLE
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-CARD-CYCLE) = 0
                       COMPUTE WS-TARGET-CYCLE =
                           FUNCTION NUMVAL(WS-CARD-CYCLE)
                   END-IF
               END-IF.

           2000-LOAD-CONTROL-TOTALS.
               OPEN INPUT CTLTOT-FILE
               IF NOT WS-CTLTOT-OK
                   DISPLAY "CONTROL.TOTALS not present, no totals"
                       " posted"
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ CTLTOT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF CT-CYCLE-NUMBER = WS-TARGET-CYCLE
                                   PERFORM 2100-KEEP-CONTROL-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTLTOT-FILE
               END-IF
               MOVE WS-CT-POSTED TO WS-CL-POSTED
               MOVE WS-TARGET-CYCLE TO WS-CL-CYCLE
               MOVE WS-CYCLE-NUMBER TO WS-CL-RUN-CYCLE
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-CYCLE-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE.

           2100-KEEP-CONTROL-TOTAL.
               ADD 1 TO WS-CT-POSTED
               MOVE CT-PROGRAM-NAME TO WS-GET-PROGRAM
               MOVE CT-TOTAL-NAME TO WS-GET-NAME
               PERFORM 2500-FIND-TOTAL
               IF WS-GET-FOUND
                   IF CT-TOTAL-NAME(1:5) = "HIST-"
                       ADD CT-TOTAL-VALUE TO WS-CTE-VALUE(WS-CT-IDX)
                   ELSE
                       MOVE CT-TOTAL-VALUE TO WS-CTE-VALUE(WS-CT-IDX)
                   END-IF
               ELSE
                   IF WS-CT-COUNT < WS-CT-MAX
                       ADD 1 TO WS-CT-COUNT
                       MOVE CT-PROGRAM-NAME
                           TO WS-CTE-PROGRAM(WS-CT-COUNT)
                       MOVE CT-TOTAL-NAME TO WS-CTE-NAME(WS-CT-COUNT)
                       MOVE CT-TOTAL-VALUE
                           TO WS-CTE-VALUE(WS-CT-COUNT)
                   ELSE
                       DISPLAY "Control total table full, "
                           CT-PROGRAM-NAME " " CT-TOTAL-NAME
                           " ignored"
                   END-IF
               END-IF.

           2500-FIND-TOTAL.
               MOVE "N" TO WS-GET-FOUND-FLAG
               MOVE 0 TO WS-GET-VALUE
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                          OR WS-GET-FOUND
                   IF WS-CTE-PROGRAM(WS-CT-IDX) = WS-GET-PROGRAM
                           AND WS-CTE-NAME(WS-CT-IDX) = WS-GET-NAME
                       SET WS-GET-FOUND TO TRUE
                       MOVE WS-CTE-VALUE(WS-CT-IDX) TO WS-GET-VALUE
                   END-IF
               END-PERFORM
               IF WS-GET-FOUND
                   SUBTRACT 1 FROM WS-CT-IDX
               END-IF.

           3000-LOAD-AUDIT-VALUES.
               OPEN INPUT AUDIT-LOG-FILE
               IF NOT WS-AUDIT-OK
                   DISPLAY "AUDIT.LOG not present, audit values not"
                       " balanced"
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ AUDIT-LOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF ALOG-CYCLE-NUMBER = WS-TARGET-CYCLE
                                   PERFORM 3100-KEEP-AUDIT-VALUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF.

           3100-KEEP-AUDIT-VALUE.
               EVALUATE ALOG-PROGRAM-NAME
                   WHEN "INPUTEDT"
                       MOVE ALOG-INPUT-VALUE TO WS-IE-AUDIT-VALUE
                       MOVE "Y" TO WS-IE-AUDIT-FLAG
                   WHEN "FizzBuzz"
                       MOVE ALOG-INPUT-VALUE TO WS-FZ-AUDIT-VALUE
                       MOVE "Y" TO WS-FZ-AUDIT-FLAG
                   WHEN "SumOfInt"
                       MOVE ALOG-INPUT-VALUE TO WS-SI-AUDIT-VALUE
                       MOVE "Y" TO WS-SI-AUDIT-FLAG
                   WHEN "COMBRPT"
                       MOVE ALOG-INPUT-VALUE TO WS-CR-AUDIT-VALUE
                       MOVE "Y" TO WS-CR-AUDIT-FLAG
                   WHEN "COMBMRGE"
                       IF ALOG-COMPLETION-STATUS = "SUCCESS"
                               AND ALOG-INPUT-VALUE > 0
                           MOVE ALOG-INPUT-VALUE TO WS-CR-AUDIT-VALUE
                           MOVE "Y" TO WS-CR-AUDIT-FLAG
                       END-IF
               END-EVALUATE.

           4000-COUNT-JOURNAL.
               OPEN INPUT SUMHJRNL-FILE
               IF NOT WS-SUMHJRNL-OK
                   DISPLAY "SUMHIST.JOURNAL not present, history"
                       " changes counted as zero"
               ELSE
                   MOVE "Y" TO WS-JRNL-FLAG
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ SUMHJRNL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF SHJ-CYCLE-NUMBER = WS-TARGET-CYCLE
                                   PERFORM 4100-COUNT-JOURNAL-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUMHJRNL-FILE
               END-IF.

           4100-COUNT-JOURNAL-ENTRY.
               EVALUATE TRUE
                   WHEN SHJ-PROGRAM-NAME = "SumOfInt" AND SHJ-ADD
                       ADD 1 TO WS-SI-JRNL-ADDS
                   WHEN SHJ-PROGRAM-NAME = "SumOfInt" AND SHJ-UPDATE
                       ADD 1 TO WS-SI-JRNL-UPDATES
                   WHEN SHJ-PROGRAM-NAME = "COMBRPT" AND SHJ-ADD
                       ADD 1 TO WS-CR-JRNL-ADDS
                   WHEN SHJ-PROGRAM-NAME = "COMBRPT" AND SHJ-UPDATE
                       ADD 1 TO WS-CR-JRNL-UPDATES
               END-EVALUATE.

           5000-COUNT-EXTRACTS.
               MOVE SPACES TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE
               MOVE "FIZZBUZZ.EXTRACT" TO WS-BASE-NAME
               MOVE "RULE" TO WS-DETAIL-TAG
               MOVE "REQ" TO WS-ALT-DETAIL-TAG
               PERFORM 5100-LOCATE-EXTRACT
               IF WS-LOCATED
                   PERFORM 5300-COUNT-EXTRACT
                   MOVE "Y" TO WS-FZ-EXTR-FLAG
                   MOVE WS-EXTR-DETAIL TO WS-FZ-EXTR-DETAIL
                   MOVE WS-EXTR-TRL-FLAG TO WS-FZ-TRL-FLAG
                   MOVE WS-EXTR-TRL-COUNT TO WS-FZ-TRL-COUNT
               END-IF
               MOVE "COMBINED.EXTRACT" TO WS-BASE-NAME
               MOVE "SUM" TO WS-DETAIL-TAG
               MOVE "SUM" TO WS-ALT-DETAIL-TAG
               PERFORM 5100-LOCATE-EXTRACT
               IF WS-LOCATED
                   PERFORM 5300-COUNT-EXTRACT
                   MOVE "Y" TO WS-CR-EXTR-FLAG
                   MOVE WS-EXTR-DETAIL TO WS-CR-EXTR-DETAIL
                   MOVE WS-EXTR-TRL-FLAG TO WS-CR-TRL-FLAG
                   MOVE WS-EXTR-TRL-COUNT TO WS-CR-TRL-COUNT
               END-IF.

           5100-LOCATE-EXTRACT.
               MOVE "N" TO WS-LOCATED-FLAG
               MOVE SPACES TO WS-LOCATED-NAME
               MOVE WS-BASE-NAME TO WS-EXTRACT-NAME
               PERFORM 5200-READ-EXTRACT-CYCLE
               IF WS-HDR-FOUND AND WS-HDR-CYCLE = WS-TARGET-CYCLE
                   SET WS-LOCATED TO TRUE
                   MOVE WS-EXTRACT-NAME TO WS-LOCATED-NAME
               ELSE
                   OPEN INPUT BL-ROLLGEN-FILE
                   IF WS-ROLLGEN-OK
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF
                           READ BL-ROLLGEN-FILE
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   PERFORM 5150-CHECK-GENERATION
                           END-READ
                       END-PERFORM
                       CLOSE BL-ROLLGEN-FILE
                   END-IF
               END-IF
               MOVE WS-BASE-NAME TO WS-SRC-BASE
               IF WS-LOCATED
                   MOVE WS-LOCATED-NAME TO WS-SRC-NAME
                   MOVE WS-LOCATED-NAME TO WS-EXTRACT-NAME
               ELSE
                   MOVE "NOT FOUND FOR CYCLE" TO WS-SRC-NAME
               END-IF
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-SOURCE-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE.

           5150-CHECK-GENERATION.
               IF RG-ACTIVE AND RG-BASE-NAME = WS-BASE-NAME
                   MOVE RG-ROLLED-NAME TO WS-EXTRACT-NAME
                   PERFORM 5200-READ-EXTRACT-CYCLE
                   IF WS-HDR-FOUND AND WS-HDR-CYCLE = WS-TARGET-CYCLE
                       SET WS-LOCATED TO TRUE
                       MOVE WS-EXTRACT-NAME TO WS-LOCATED-NAME
                   END-IF
               END-IF.

           5200-READ-EXTRACT-CYCLE.
               MOVE "N" TO WS-HDR-FOUND-FLAG
               MOVE 0 TO WS-HDR-CYCLE
               OPEN INPUT BL-EXTRACT-FILE
               IF WS-EXTRACT-OK
                   READ BL-EXTRACT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BL-EXTRACT-LINE(1:4) = "HDR;"
                               PERFORM 5210-PARSE-EXTRACT-HEADER
                           END-IF
                   END-READ
                   CLOSE BL-EXTRACT-FILE
               END-IF.

           5210-PARSE-EXTRACT-HEADER.
               MOVE SPACES TO WS-HDR-PARTS
               MOVE 0 TO WS-HDR-PART-COUNT
               UNSTRING BL-EXTRACT-LINE DELIMITED BY ";"
                   INTO WS-HDR-PART(1) WS-HDR-PART(2) WS-HDR-PART(3)
                        WS-HDR-PART(4) WS-HDR-PART(5) WS-HDR-PART(6)
                        WS-HDR-PART(7) WS-HDR-PART(8)
                   TALLYING IN WS-HDR-PART-COUNT
               END-UNSTRING
               IF WS-HDR-PART-COUNT > 1
                       AND FUNCTION TEST-NUMVAL(
                           WS-HDR-PART(WS-HDR-PART-COUNT)) = 0
                   COMPUTE WS-HDR-CYCLE = FUNCTION NUMVAL(
                       WS-HDR-PART(WS-HDR-PART-COUNT))
                   SET WS-HDR-FOUND TO TRUE
               END-IF.

           5300-COUNT-EXTRACT.
               MOVE 0 TO WS-EXTR-DETAIL
               MOVE 0 TO WS-EXTR-TRL-COUNT
               MOVE "N" TO WS-EXTR-TRL-FLAG
               OPEN INPUT BL-EXTRACT-FILE
               IF WS-EXTRACT-OK
                   MOVE "N" TO WS-EXTR-EOF-FLAG
                   PERFORM UNTIL WS-EXTR-EOF
                       READ BL-EXTRACT-FILE
                           AT END
                               SET WS-EXTR-EOF TO TRUE
                           NOT AT END
                               PERFORM 5310-COUNT-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE BL-EXTRACT-FILE
               END-IF.

           5310-COUNT-ONE-LINE.
               MOVE SPACES TO WS-HDR-PARTS
               UNSTRING BL-EXTRACT-LINE DELIMITED BY ";"
                   INTO WS-HDR-PART(1) WS-HDR-PART(2) WS-HDR-PART(3)
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-HDR-PART(1) = WS-DETAIL-TAG
                   WHEN WS-HDR-PART(1) = WS-ALT-DETAIL-TAG
                       ADD 1 TO WS-EXTR-DETAIL
                   WHEN WS-HDR-PART(1) = "TRL"
                       IF FUNCTION TEST-NUMVAL(WS-HDR-PART(2)) = 0
                           COMPUTE WS-EXTR-TRL-COUNT =
                               FUNCTION NUMVAL(WS-HDR-PART(2))
                           MOVE "Y" TO WS-EXTR-TRL-FLAG
                       END-IF
               END-EVALUATE.

           6000-BALANCE-CYCLE.
               MOVE SPACES TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-COLUMN-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE
               PERFORM 6050-BALANCE-REQUEST-INTAKE
               PERFORM 6100-BALANCE-INPUT-EDIT
               PERFORM 6200-BALANCE-FIZZBUZZ
               PERFORM 6300-BALANCE-SUM-OF-INTEGERS
               PERFORM 6400-BALANCE-COMBINED-REPORT.

           6050-BALANCE-REQUEST-INTAKE.
               MOVE "REQINTK" TO WS-GET-PROGRAM
               MOVE "RQ-XMIT-READ" TO WS-GET-NAME
               PERFORM 2500-FIND-TOTAL
               IF WS-GET-FOUND
                   MOVE "RQ REQUESTS/IE CARDS READ" TO WS-CMP-TEXT
                   MOVE "RQ-FZ-REQUESTS" TO WS-GET-NAME
                   PERFORM 6810-GET-FROM-TOTAL
                   MOVE "RQ-CR-REQUESTS" TO WS-GET-NAME
                   PERFORM 2500-FIND-TOTAL
                   IF WS-GET-FOUND
                       ADD WS-GET-VALUE TO WS-CMP-FROM
                   ELSE
                       MOVE "N" TO WS-CMP-FROM-FLAG
                   END-IF
                   MOVE "INPUTEDT" TO WS-GET-PROGRAM
                   MOVE "FZ-CARDS-READ" TO WS-GET-NAME
                   PERFORM 6820-GET-TO-TOTAL
                   MOVE "CR-CARDS-READ" TO WS-GET-NAME
                   PERFORM 6830-ADD-TO-TOTAL
                   PERFORM 6900-COMPARE-POINT
               END-IF.

           6100-BALANCE-INPUT-EDIT.
               MOVE "IE FZ CARDS READ/ACC+REJ" TO WS-CMP-TEXT
               MOVE "INPUTEDT" TO WS-GET-PROGRAM
               MOVE "FZ-CARDS-READ" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE "FZ-CARDS-ACCEPT" TO WS-GET-NAME
               PERFORM 6820-GET-TO-TOTAL
               MOVE "FZ-CARDS-REJECT" TO WS-GET-NAME
               PERFORM 6830-ADD-TO-TOTAL
               PERFORM 6900-COMPARE-POINT
               MOVE "IE CR CARDS READ/ACC+REJ" TO WS-CMP-TEXT
               MOVE "CR-CARDS-READ" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE "CR-CARDS-ACCEPT" TO WS-GET-NAME
               PERFORM 6820-GET-TO-TOTAL
               MOVE "CR-CARDS-REJECT" TO WS-GET-NAME
               PERFORM 6830-ADD-TO-TOTAL
               PERFORM 6900-COMPARE-POINT
               MOVE "IE AUDIT.LOG/CARDS READ" TO WS-CMP-TEXT
               MOVE WS-IE-AUDIT-VALUE TO WS-CMP-FROM
               MOVE WS-IE-AUDIT-FLAG TO WS-CMP-FROM-FLAG
               MOVE "FZ-CARDS-READ" TO WS-GET-NAME
               PERFORM 6820-GET-TO-TOTAL
               MOVE "CR-CARDS-READ" TO WS-GET-NAME
               PERFORM 6830-ADD-TO-TOTAL
               PERFORM 6900-COMPARE-POINT.

           6200-BALANCE-FIZZBUZZ.
               MOVE "IE FZ ACCEPTED/FIZZBUZZ N" TO WS-CMP-TEXT
               MOVE "INPUTEDT" TO WS-GET-PROGRAM
               MOVE "FZ-CARDS-ACCEPT" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE "FizzBuzz" TO WS-GET-PROGRAM
               MOVE "N-PROCESSED" TO WS-GET-NAME
               PERFORM 6820-GET-TO-TOTAL
               PERFORM 6900-COMPARE-POINT
               MOVE "FIZZBUZZ N/AUDIT.LOG" TO WS-CMP-TEXT
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-FZ-AUDIT-VALUE TO WS-CMP-TO
               MOVE WS-FZ-AUDIT-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "FIZZBUZZ POSTED/EXTRACT" TO WS-CMP-TEXT
               MOVE "EXTRACT-DETAIL" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-FZ-EXTR-DETAIL TO WS-CMP-TO
               MOVE WS-FZ-EXTR-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "FIZZBUZZ EXTRACT/TRAILER" TO WS-CMP-TEXT
               MOVE WS-FZ-EXTR-DETAIL TO WS-CMP-FROM
               MOVE WS-FZ-EXTR-FLAG TO WS-CMP-FROM-FLAG
               MOVE WS-FZ-TRL-COUNT TO WS-CMP-TO
               MOVE WS-FZ-TRL-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT.

           6300-BALANCE-SUM-OF-INTEGERS.
               MOVE "SUMOFINT N/AUDIT.LOG" TO WS-CMP-TEXT
               MOVE "SumOfInt" TO WS-GET-PROGRAM
               MOVE "N-PROCESSED" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-SI-AUDIT-VALUE TO WS-CMP-TO
               MOVE WS-SI-AUDIT-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "SUMOFINT ADDS/JOURNAL" TO WS-CMP-TEXT
               MOVE "HIST-ADDED" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-SI-JRNL-ADDS TO WS-CMP-TO
               MOVE WS-JRNL-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "SUMOFINT UPDATES/JOURNAL" TO WS-CMP-TEXT
               MOVE "HIST-UPDATED" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-SI-JRNL-UPDATES TO WS-CMP-TO
               MOVE WS-JRNL-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT.

           6400-BALANCE-COMBINED-REPORT.
               MOVE "IE CR ACCEPTED/COMBRPT N" TO WS-CMP-TEXT
               MOVE "INPUTEDT" TO WS-GET-PROGRAM
               MOVE "CR-CARDS-ACCEPT" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE "COMBRPT" TO WS-GET-PROGRAM
               MOVE "N-READ" TO WS-GET-NAME
               PERFORM 6820-GET-TO-TOTAL
               PERFORM 6900-COMPARE-POINT
               MOVE "COMBRPT N/AUDIT.LOG" TO WS-CMP-TEXT
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-CR-AUDIT-VALUE TO WS-CMP-TO
               MOVE WS-CR-AUDIT-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "COMBRPT N NONZERO/POSTED" TO WS-CMP-TEXT
               PERFORM 6810-GET-FROM-TOTAL
               MOVE "N-ZERO" TO WS-GET-NAME
               PERFORM 2500-FIND-TOTAL
               IF WS-GET-FOUND
                   SUBTRACT WS-GET-VALUE FROM WS-CMP-FROM
               ELSE
                   MOVE "N" TO WS-CMP-FROM-FLAG
               END-IF
               MOVE "EXTRACT-DETAIL" TO WS-GET-NAME
               PERFORM 6820-GET-TO-TOTAL
               PERFORM 6900-COMPARE-POINT
               MOVE "COMBRPT POSTED/EXTRACT" TO WS-CMP-TEXT
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-CR-EXTR-DETAIL TO WS-CMP-TO
               MOVE WS-CR-EXTR-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "COMBRPT EXTRACT/TRAILER" TO WS-CMP-TEXT
               MOVE WS-CR-EXTR-DETAIL TO WS-CMP-FROM
               MOVE WS-CR-EXTR-FLAG TO WS-CMP-FROM-FLAG
               MOVE WS-CR-TRL-COUNT TO WS-CMP-TO
               MOVE WS-CR-TRL-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "COMBRPT ADDS/JOURNAL" TO WS-CMP-TEXT
               MOVE "HIST-ADDED" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-CR-JRNL-ADDS TO WS-CMP-TO
               MOVE WS-JRNL-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT
               MOVE "COMBRPT UPDATES/JOURNAL" TO WS-CMP-TEXT
               MOVE "HIST-UPDATED" TO WS-GET-NAME
               PERFORM 6810-GET-FROM-TOTAL
               MOVE WS-CR-JRNL-UPDATES TO WS-CMP-TO
               MOVE WS-JRNL-FLAG TO WS-CMP-TO-FLAG
               PERFORM 6900-COMPARE-POINT.

           6810-GET-FROM-TOTAL.
               PERFORM 2500-FIND-TOTAL
               MOVE WS-GET-VALUE TO WS-CMP-FROM
               MOVE WS-GET-FOUND-FLAG TO WS-CMP-FROM-FLAG.

           6820-GET-TO-TOTAL.
               PERFORM 2500-FIND-TOTAL
               MOVE WS-GET-VALUE TO WS-CMP-TO
               MOVE WS-GET-FOUND-FLAG TO WS-CMP-TO-FLAG.

           6830-ADD-TO-TOTAL.
               PERFORM 2500-FIND-TOTAL
               IF WS-GET-FOUND
                   ADD WS-GET-VALUE TO WS-CMP-TO
               ELSE
                   MOVE "N" TO WS-CMP-TO-FLAG
               END-IF.

           6900-COMPARE-POINT.
               ADD 1 TO WS-POINT-COUNT
               MOVE SPACES TO WS-POINT-LINE
               MOVE WS-CMP-TEXT TO WS-PL-TEXT
               IF WS-CMP-FROM-FOUND
                   MOVE WS-CMP-FROM TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-PL-FROM
               ELSE
                   MOVE "  MISSING" TO WS-PL-FROM
               END-IF
               IF WS-CMP-TO-FOUND
                   MOVE WS-CMP-TO TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-PL-TO
               ELSE
                   MOVE "  MISSING" TO WS-PL-TO
               END-IF
               EVALUATE TRUE
                   WHEN WS-CMP-FROM-FOUND AND WS-CMP-TO-FOUND
                       COMPUTE WS-CMP-DIFF = WS-CMP-TO - WS-CMP-FROM
                       MOVE WS-CMP-DIFF TO WS-EDIT-DIFF
                       MOVE WS-EDIT-DIFF TO WS-PL-DIFF
                       EVALUATE TRUE
                           WHEN WS-CMP-DIFF = 0
                               MOVE "IN BALANCE" TO WS-PL-RESULT
                               ADD 1 TO WS-BALANCED-COUNT
                           WHEN WS-CMP-DIFF > 0
                               MOVE "RECORDS APPEARED" TO WS-PL-RESULT
                               ADD 1 TO WS-BREAK-COUNT
                           WHEN OTHER
                               MOVE "RECORDS VANISHED" TO WS-PL-RESULT
                               ADD 1 TO WS-BREAK-COUNT
                       END-EVALUATE
                   WHEN NOT WS-CMP-FROM-FOUND AND NOT WS-CMP-TO-FOUND
                   WHEN WS-CMP-FROM-FOUND AND WS-CMP-FROM = 0
                   WHEN WS-CMP-TO-FOUND AND WS-CMP-TO = 0
                       MOVE "NOT RUN" TO WS-PL-RESULT
                       ADD 1 TO WS-NOT-RUN-COUNT
                   WHEN OTHER
                       MOVE "SOURCE MISSING" TO WS-PL-RESULT
                       ADD 1 TO WS-MISSING-COUNT
               END-EVALUATE
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-POINT-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE.

           8000-WRITE-TOTALS.
               MOVE SPACES TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE
               MOVE "CONTROL POINTS CHECKED:" TO WS-TL-TEXT
               MOVE WS-POINT-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "IN BALANCE:" TO WS-TL-TEXT
               MOVE WS-BALANCED-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "OUT OF BALANCE:" TO WS-TL-TEXT
               MOVE WS-BREAK-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "SOURCE MISSING:" TO WS-TL-TEXT
               MOVE WS-MISSING-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE "STEP NOT RUN IN CYCLE:" TO WS-TL-TEXT
               MOVE WS-NOT-RUN-COUNT TO WS-TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-TRAILER-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE.

           8100-WRITE-TOTAL-LINE.
               MOVE SPACES TO BL-REPORT-LINE
               MOVE WS-TOTAL-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE.

           9000-WRITE-AUDIT-LOG.
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
                   MOVE WS-ALOG-SAVE TO AUDIT-LOG-RECORD
                   MOVE WS-ALOG-INPUT-COUNT TO ALOG-INPUT-VALUE
                   MOVE WS-ALOG-STATUS-TEXT
                       TO ALOG-COMPLETION-STATUS
                   MOVE FUNCTION CURRENT-DATE TO ALOG-END-TIMESTAMP
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
               MOVE "CYCBAL" TO ALOG-PROGRAM-NAME
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
                   MOVE "CYCBAL" TO EXLG-PROGRAM-NAME
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
