           IDENTIFICATION DIVISION.
           PROGRAM-ID. RequestIntake.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RQ-CONTROL-FILE ASSIGN TO "REQINTK.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RQ-CONTROL-STATUS.
               SELECT RQ-XMIT-FILE ASSIGN USING WS-XMIT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RQ-XMIT-STATUS.
               SELECT REQREG-FILE ASSIGN TO "INTAKE.REGISTER"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-REQREG-STATUS.
               SELECT FZ-CARDS-FILE ASSIGN TO "FIZZBUZZ.CARDS.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-FZ-CARDS-STATUS.
               SELECT CR-CARDS-FILE ASSIGN TO "COMBINED.CARDS.NEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-CARDS-STATUS.
               SELECT RQ-RECEIPT-FILE ASSIGN USING WS-RECEIPT-NAME
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RQ-RECEIPT-STATUS.
               SELECT RQ-REPORT-FILE ASSIGN TO "REQINTK.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-RQ-REPORT-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
               SELECT CYCLE-FILE ASSIGN TO "CYCLE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLE-STATUS.
               SELECT CTLTOT-FILE ASSIGN TO "CONTROL.TOTALS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLTOT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  RQ-CONTROL-FILE.
           01  RQ-CONTROL-RECORD.
               05 RQC-FILE-NAME    PIC X(40).
               05 FILLER           PIC X(40).
           FD  RQ-XMIT-FILE.
           COPY "reqxmit.cpy".
           FD  REQREG-FILE.
           COPY "reqreg.cpy".
           FD  FZ-CARDS-FILE.
           01  FZ-CARDS-RECORD.
               05 FZ-CARDS-REQUEST PIC X(72).
               05 FZ-CARDS-REQUESTER PIC X(8).
           FD  CR-CARDS-FILE.
           01  CR-CARDS-RECORD.
               05 CR-CARDS-REQUEST PIC X(72).
               05 CR-CARDS-REQUESTER PIC X(8).
           FD  RQ-RECEIPT-FILE.
           01  RQ-RECEIPT-LINE     PIC X(80).
           FD  RQ-REPORT-FILE.
           01  RQ-REPORT-LINE      PIC X(80).
           FD  AUDIT-LOG-FILE.
           COPY "auditlog.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  CTLTOT-FILE.
           COPY "ctltotl.cpy".
           WORKING-STORAGE SECTION.
           01 WS-RQ-CONTROL-STATUS PIC XX.
              88 WS-RQ-CONTROL-OK  VALUE "00".
           01 WS-RQ-XMIT-STATUS    PIC XX.
              88 WS-RQ-XMIT-OK     VALUE "00".
           01 WS-REQREG-STATUS     PIC XX.
              88 WS-REQREG-OK      VALUE "00".
              88 WS-REQREG-EOF     VALUE "10".
           01 WS-FZ-CARDS-STATUS   PIC XX.
              88 WS-FZ-CARDS-OK    VALUE "00".
           01 WS-CR-CARDS-STATUS   PIC XX.
              88 WS-CR-CARDS-OK    VALUE "00".
           01 WS-RQ-RECEIPT-STATUS PIC XX.
              88 WS-RQ-RECEIPT-OK  VALUE "00".
           01 WS-RQ-REPORT-STATUS  PIC XX.
              88 WS-RQ-REPORT-OK   VALUE "00".
           01 WS-AUDIT-STATUS      PIC XX.
              88 WS-AUDIT-OK       VALUE "00".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-SEVERITY     PIC X(6).
           01 WS-EXLG-MESSAGE      PIC X(60).
           01 WS-CYCLE-STATUS      PIC XX.
              88 WS-CYCLE-OK       VALUE "00".
           01 WS-CYCLE-NUMBER      PIC 9(9).
           01 WS-CTLTOT-STATUS     PIC XX.
              88 WS-CTLTOT-OK      VALUE "00".
           01 WS-CT-NAME           PIC X(16).
           01 WS-CT-VALUE          BINARY-LONG.
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-EOF-FLAG          PIC X VALUE "N".
              88 WS-EOF            VALUE "Y".
           01 WS-XMIT-EOF-FLAG     PIC X.
              88 WS-XMIT-EOF       VALUE "Y".
           01 WS-CONTROL-FLAG      PIC X VALUE "N".
              88 WS-CONTROL-PRESENT VALUE "Y".
           01 WS-SPLIT-FLAG        PIC X VALUE "N".
              88 WS-SPLIT-FAILED   VALUE "Y".
           01 WS-FILE-RC           PIC S9(9) COMP-5.
           01 WS-OLD-NAME          PIC X(40).
           01 WS-NEW-NAME          PIC X(40).
           01 WS-XMIT-NAME         PIC X(40).
           01 WS-RECEIPT-NAME      PIC X(40).
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-DATE-EDIT.
              05 WS-RD-YYYY        PIC 9(4).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-MM          PIC 9(2).
              05 FILLER            PIC X VALUE "-".
              05 WS-RD-DD          PIC 9(2).
           01 WS-REG-COUNT         BINARY-LONG VALUE 0.
           01 WS-REG-IDX           BINARY-LONG.
           01 WS-REG-FOUND-IDX     BINARY-LONG.
           01 WS-REG-CHANGED-FLAG  PIC X VALUE "N".
              88 WS-REG-CHANGED    VALUE "Y".
           01 WS-REG-TABLE.
              05 WS-REG-ENTRY      OCCURS 200 TIMES.
                 10 WS-RG-REQUESTER PIC X(8).
                 10 WS-RG-SEQUENCE PIC 9(6).
                 10 WS-RG-FILE-DATE PIC 9(8).
                 10 WS-RG-CYCLE    PIC 9(9).
                 10 WS-RG-TIMESTAMP PIC X(21).
                 10 WS-RG-XMIT-COUNT PIC 9(7).
                 10 WS-RG-FIRST-SEQ PIC 9(6).
                 10 WS-RG-RUN-SEQ  PIC 9(6).
           01 WS-XMIT-RESULT       PIC X.
              88 WS-XMIT-ACCEPTED  VALUE "A".
              88 WS-XMIT-REJECTED  VALUE "R".
           01 WS-XM-REDELIVER-FLAG PIC X.
              88 WS-XM-REDELIVERED VALUE "Y".
           01 WS-XMIT-REASON       PIC X(40).
           01 WS-NEW-REASON        PIC X(40).
           01 WS-XM-HDR-FLAG       PIC X.
              88 WS-XM-HDR-SEEN    VALUE "Y".
           01 WS-XM-TRL-FLAG       PIC X.
              88 WS-XM-TRL-SEEN    VALUE "Y".
           01 WS-XM-REQUESTER      PIC X(8).
           01 WS-XM-FILE-DATE      PIC 9(8).
           01 WS-XM-SEQUENCE       PIC 9(6).
           01 WS-XM-SEQ-TEXT       PIC X(6).
           01 WS-XM-EXPECTED-SEQ   PIC 9(6).
           01 WS-XM-RECORD-COUNT   BINARY-LONG.
           01 WS-XM-DETAIL-COUNT   BINARY-LONG.
           01 WS-XM-HASH           PIC 9(18).
           01 WS-XM-TRL-COUNT      PIC 9(9).
           01 WS-XM-TRL-HASH       PIC 9(18).
           01 WS-XM-REQ-ACCEPT     BINARY-LONG.
           01 WS-XM-REQ-REJECT     BINARY-LONG.
           01 WS-REQ-REASON        PIC X(30).
           01 WS-XMIT-READ-COUNT   BINARY-LONG VALUE 0.
           01 WS-XMIT-ACCEPT-COUNT BINARY-LONG VALUE 0.
           01 WS-XMIT-REJECT-COUNT BINARY-LONG VALUE 0.
           01 WS-REQ-READ-COUNT    BINARY-LONG VALUE 0.
           01 WS-FZ-REQ-COUNT      BINARY-LONG VALUE 0.
           01 WS-CR-REQ-COUNT      BINARY-LONG VALUE 0.
           01 WS-REQ-REJECT-COUNT  BINARY-LONG VALUE 0.
           01 WS-HEADER-LINE.
              05 FILLER            PIC X(26)
                 VALUE "REQUEST INTAKE".
              05 FILLER            PIC X(11) VALUE "  RUN DATE:".
              05 WS-HDR-DATE       PIC X(10).
           01 WS-COLUMN-LINE.
              05 FILLER            PIC X(25) VALUE "TRANSMISSION FILE".
              05 FILLER            PIC X(9)  VALUE "REQUESTR".
              05 FILLER            PIC X(7)  VALUE "SEQ".
              05 FILLER            PIC X(9)  VALUE "STATUS".
              05 FILLER            PIC X(8)  VALUE "DETAILS".
           01 WS-XMIT-LINE.
              05 WS-XL-NAME        PIC X(24).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-XL-REQUESTER   PIC X(8).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-XL-SEQUENCE    PIC X(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-XL-STATUS      PIC X(8).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-XL-DETAILS     PIC ZZZZZZZ9.
           01 WS-XMIT-REASON-LINE.
              05 FILLER            PIC X(12) VALUE "    REASON: ".
              05 WS-XR-REASON      PIC X(40).
           01 WS-REDELIVERED-LINE.
              05 FILLER            PIC X(60) VALUE
                 "    RE-DELIVERED THIS CYCLE - REQUESTS SPLIT AGAIN".
           01 WS-NO-RECEIPT-LINE.
              05 FILLER            PIC X(50) VALUE
                 "    NO REQUESTER ID - NO REJECT FILE RETURNED".
           01 WS-NO-CONTROL-LINE.
              05 FILLER            PIC X(60) VALUE
                 "REQINTK.CONTROL NOT PRESENT - CARDS LEFT UNCHANGED".
           01 WS-CARDS-KEPT-LINE.
              05 FILLER            PIC X(60) VALUE
                 "NO TRANSMISSION ACCEPTED - CARDS LEFT UNCHANGED".
           01 WS-SPLIT-FAILED-LINE.
              05 FILLER            PIC X(60) VALUE
                 "REQUESTS NOT SPLIT - CARDS AND REGISTER UNCHANGED".
           01 WS-XMIT-COUNT-LINE.
              05 FILLER            PIC X(20)
                 VALUE "TRANSMISSIONS READ: ".
              05 WS-XC-READ        PIC ZZZZZZZ9.
              05 FILLER            PIC X(11) VALUE "  ACCEPTED:".
              05 WS-XC-ACCEPT      PIC ZZZZZZZ9.
              05 FILLER            PIC X(11) VALUE "  REJECTED:".
              05 WS-XC-REJECT      PIC ZZZZZZZ9.
           01 WS-REQ-COUNT-LINE.
              05 FILLER            PIC X(20)
                 VALUE "REQUESTS  FIZZBUZZ: ".
              05 WS-RC-FZ          PIC ZZZZZZZ9.
              05 FILLER            PIC X(11) VALUE "  COMBINED:".
              05 WS-RC-CR          PIC ZZZZZZZ9.
              05 FILLER            PIC X(11) VALUE "  REJECTED:".
              05 WS-RC-REJECT      PIC ZZZZZZZ9.
           01 WS-TRAILER-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF REQUEST INTAKE".
           01 WS-RECEIPT-TITLE-LINE.
              05 WS-RT-TITLE       PIC X(24).
              05 FILLER            PIC X(13) VALUE "  REQUESTER: ".
              05 WS-RT-REQUESTER   PIC X(8).
           01 WS-RECEIPT-XMIT-LINE.
              05 FILLER            PIC X(10) VALUE "SEQUENCE: ".
              05 WS-RX-SEQUENCE    PIC X(6).
              05 FILLER            PIC X(13) VALUE "  FILE DATE: ".
              05 WS-RX-FILE-DATE   PIC X(8).
              05 FILLER            PIC X(9)  VALUE "  CYCLE: ".
              05 WS-RX-CYCLE       PIC 9(9).
           01 WS-RECEIPT-DATE-LINE.
              05 FILLER            PIC X(17) VALUE "PROCESSING DATE: ".
              05 WS-RD-DATE        PIC X(10).
              05 FILLER            PIC X(10) VALUE "  STATUS: ".
              05 WS-RD-STATUS      PIC X(8).
           01 WS-RECEIPT-REQ-LINE.
              05 FILLER            PIC X(8)  VALUE "REQUEST ".
              05 WS-RR-NUMBER      PIC X(6).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-RR-TARGET      PIC X(8).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-RR-STATUS      PIC X(8).
              05 FILLER            PIC X     VALUE SPACE.
              05 WS-RR-REASON      PIC X(30).
           01 WS-RECEIPT-REASON-LINE.
              05 FILLER            PIC X(23)
                 VALUE "TRANSMISSION REJECTED: ".
              05 WS-RJ-REASON      PIC X(40).
           01 WS-RECEIPT-BAL-LINE.
              05 FILLER            PIC X(16) VALUE "DETAILS COUNTED:".
              05 WS-RB-COUNT       PIC ZZZZZZZZ9.
              05 FILLER            PIC X(16) VALUE "  TRAILER COUNT:".
              05 WS-RB-TRL-COUNT   PIC ZZZZZZZZ9.
           01 WS-RECEIPT-HASH-LINE.
              05 FILLER            PIC X(16) VALUE "HASH COMPUTED:  ".
              05 WS-RH-HASH        PIC Z(17)9.
              05 FILLER            PIC X(16) VALUE "  TRAILER HASH: ".
              05 WS-RH-TRL-HASH    PIC Z(17)9.
           01 WS-RECEIPT-COUNT-LINE.
              05 FILLER            PIC X(10) VALUE "REQUESTS: ".
              05 WS-RN-READ        PIC ZZZZZZZ9.
              05 FILLER            PIC X(11) VALUE "  ACCEPTED:".
              05 WS-RN-ACCEPT      PIC ZZZZZZZ9.
              05 FILLER            PIC X(11) VALUE "  REJECTED:".
              05 WS-RN-REJECT      PIC ZZZZZZZ9.
           01 WS-RECEIPT-END-LINE.
              05 FILLER            PIC X(30)
                 VALUE "END OF REQUEST INTAKE RETURN".
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               IF WS-CONTROL-PRESENT
                   PERFORM UNTIL WS-EOF
                       READ RQ-CONTROL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF RQC-FILE-NAME NOT = SPACES
                                       AND RQC-FILE-NAME(1:1) NOT = "*"
                                   PERFORM 2000-PROCESS-TRANSMISSION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RQ-CONTROL-FILE
                   CLOSE FZ-CARDS-FILE
                   CLOSE CR-CARDS-FILE
                   EVALUATE TRUE
                       WHEN WS-SPLIT-FAILED
                           PERFORM 7200-DROP-NEW-CARDS
                           MOVE SPACES TO RQ-REPORT-LINE
                           WRITE RQ-REPORT-LINE
                           MOVE SPACES TO RQ-REPORT-LINE
                           MOVE WS-SPLIT-FAILED-LINE TO RQ-REPORT-LINE
                           WRITE RQ-REPORT-LINE
                       WHEN WS-XMIT-ACCEPT-COUNT = 0
                           PERFORM 7200-DROP-NEW-CARDS
                           MOVE SPACES TO RQ-REPORT-LINE
                           WRITE RQ-REPORT-LINE
                           MOVE SPACES TO RQ-REPORT-LINE
                           MOVE WS-CARDS-KEPT-LINE TO RQ-REPORT-LINE
                           WRITE RQ-REPORT-LINE
                       WHEN OTHER
                           PERFORM 7100-SWAP-CARD-FILES
                           IF WS-REG-CHANGED AND RETURN-CODE < 16
                               PERFORM 7000-SAVE-REGISTER
                           END-IF
                   END-EVALUATE
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE RQ-REPORT-FILE
               PERFORM 8700-POST-CONTROL-TOTALS
               MOVE WS-REQ-READ-COUNT TO ALOG-INPUT-VALUE
               PERFORM 8500-SET-RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

           1000-INITIALIZE.
               OPEN OUTPUT RQ-REPORT-FILE
               IF NOT WS-RQ-REPORT-OK
                   DISPLAY "REQINTK.REPORT could not be opened,"
                       " status " WS-RQ-REPORT-STATUS
                   MOVE 0 TO ALOG-INPUT-VALUE
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                   PERFORM 9000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
               MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE
               MOVE SPACES TO RQ-REPORT-LINE
               MOVE WS-HEADER-LINE TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE
               MOVE SPACES TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE
               OPEN INPUT RQ-CONTROL-FILE
               IF NOT WS-RQ-CONTROL-OK
                   DISPLAY "REQINTK.CONTROL not found, no"
                       " transmissions taken in"
                   MOVE SPACES TO RQ-REPORT-LINE
                   MOVE WS-NO-CONTROL-LINE TO RQ-REPORT-LINE
                   WRITE RQ-REPORT-LINE
               ELSE
                   SET WS-CONTROL-PRESENT TO TRUE
                   PERFORM 1100-LOAD-REGISTER
                   OPEN OUTPUT FZ-CARDS-FILE
                   OPEN OUTPUT CR-CARDS-FILE
                   IF NOT WS-FZ-CARDS-OK OR NOT WS-CR-CARDS-OK
                       DISPLAY "Card files could not be opened, status "
                           WS-FZ-CARDS-STATUS " " WS-CR-CARDS-STATUS
                       MOVE "SEVERE" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "CARD FILES OPEN FAILED, STATUS "
                               DELIMITED BY SIZE
                           WS-FZ-CARDS-STATUS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CR-CARDS-STATUS DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                       CLOSE RQ-CONTROL-FILE
                       CLOSE RQ-REPORT-FILE
                       MOVE 0 TO ALOG-INPUT-VALUE
                       MOVE "FAILED" TO ALOG-COMPLETION-STATUS
                       PERFORM 9000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE SPACES TO RQ-REPORT-LINE
                   MOVE WS-COLUMN-LINE TO RQ-REPORT-LINE
                   WRITE RQ-REPORT-LINE
               END-IF.

           1100-LOAD-REGISTER.
               MOVE 0 TO WS-REG-COUNT
               OPEN INPUT REQREG-FILE
               IF NOT WS-REQREG-OK
                   DISPLAY "INTAKE.REGISTER not present, starting an"
                       " empty register"
               ELSE
                   PERFORM UNTIL WS-REQREG-EOF
                       READ REQREG-FILE
                           AT END
                               SET WS-REQREG-EOF TO TRUE
                           NOT AT END
                               IF WS-REG-COUNT < 200
                                   ADD 1 TO WS-REG-COUNT
                                   MOVE REQREG-RECORD
                                       TO WS-REG-ENTRY(WS-REG-COUNT)
                                   PERFORM 1150-CHECK-REGISTER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REQREG-FILE
               END-IF.

           1150-CHECK-REGISTER-ROW.
               IF WS-RG-FIRST-SEQ(WS-REG-COUNT) IS NOT NUMERIC
                   MOVE WS-RG-SEQUENCE(WS-REG-COUNT)
                       TO WS-RG-FIRST-SEQ(WS-REG-COUNT)
               END-IF
               MOVE 0 TO WS-RG-RUN-SEQ(WS-REG-COUNT).

           2000-PROCESS-TRANSMISSION.
               ADD 1 TO WS-XMIT-READ-COUNT
               MOVE RQC-FILE-NAME TO WS-XMIT-NAME
               PERFORM 2100-BALANCE-TRANSMISSION
               IF WS-XMIT-REASON = SPACES
                   PERFORM 2200-CHECK-SEQUENCE
               END-IF
               IF WS-XMIT-REASON = SPACES
                   SET WS-XMIT-ACCEPTED TO TRUE
                   ADD 1 TO WS-XMIT-ACCEPT-COUNT
                   PERFORM 2500-OPEN-RECEIPT
                   PERFORM 2300-SPLIT-REQUESTS
                   PERFORM 2400-UPDATE-REGISTER
                   PERFORM 2700-CLOSE-RECEIPT
               ELSE
                   SET WS-XMIT-REJECTED TO TRUE
                   ADD 1 TO WS-XMIT-REJECT-COUNT
                   PERFORM 2600-WRITE-REJECT-FILE
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   IF WS-XM-REQUESTER = SPACES
                       STRING "TRANSMISSION REJECTED " DELIMITED BY SIZE
                           WS-XMIT-NAME DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           WS-XMIT-REASON DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                   ELSE
                       STRING "TRANSMISSION REJECTED " DELIMITED BY SIZE
                           WS-XM-REQUESTER DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-XM-SEQ-TEXT DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           WS-XMIT-REASON DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                   END-IF
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF
               PERFORM 2800-REPORT-TRANSMISSION.

           2100-BALANCE-TRANSMISSION.
               MOVE SPACES TO WS-XMIT-REASON
               MOVE "N" TO WS-XM-HDR-FLAG
               MOVE "N" TO WS-XM-TRL-FLAG
               MOVE SPACES TO WS-XM-REQUESTER
               MOVE "000000" TO WS-XM-SEQ-TEXT
               MOVE 0 TO WS-XM-FILE-DATE
               MOVE 0 TO WS-XM-SEQUENCE
               MOVE 0 TO WS-XM-RECORD-COUNT
               MOVE 0 TO WS-XM-DETAIL-COUNT
               MOVE 0 TO WS-XM-HASH
               MOVE 0 TO WS-XM-TRL-COUNT
               MOVE 0 TO WS-XM-TRL-HASH
               MOVE 0 TO WS-XM-REQ-ACCEPT
               MOVE 0 TO WS-XM-REQ-REJECT
               OPEN INPUT RQ-XMIT-FILE
               IF NOT WS-RQ-XMIT-OK
                   DISPLAY "Transmission " WS-XMIT-NAME
                       " could not be opened, status "
                       WS-RQ-XMIT-STATUS
                   MOVE "TRANSMISSION FILE NOT FOUND" TO WS-XMIT-REASON
               ELSE
                   MOVE "N" TO WS-XMIT-EOF-FLAG
                   PERFORM UNTIL WS-XMIT-EOF
                       READ RQ-XMIT-FILE
                           AT END
                               SET WS-XMIT-EOF TO TRUE
                           NOT AT END
                               PERFORM 2110-BALANCE-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RQ-XMIT-FILE
                   EVALUATE TRUE
                       WHEN WS-XM-RECORD-COUNT = 0
                           MOVE "TRANSMISSION FILE IS EMPTY"
                               TO WS-NEW-REASON
                           PERFORM 2190-NOTE-REASON
                       WHEN NOT WS-XM-TRL-SEEN
                           MOVE "NO TRAILER RECORD" TO WS-NEW-REASON
                           PERFORM 2190-NOTE-REASON
                       WHEN WS-XM-DETAIL-COUNT NOT = WS-XM-TRL-COUNT
                           MOVE "DETAIL COUNT OUT OF BALANCE"
                               TO WS-NEW-REASON
                           PERFORM 2190-NOTE-REASON
                       WHEN WS-XM-HASH NOT = WS-XM-TRL-HASH
                           MOVE "HASH TOTAL OUT OF BALANCE"
                               TO WS-NEW-REASON
                           PERFORM 2190-NOTE-REASON
                   END-EVALUATE
               END-IF.

           2110-BALANCE-ONE-RECORD.
               ADD 1 TO WS-XM-RECORD-COUNT
               EVALUATE TRUE
                   WHEN WS-XM-RECORD-COUNT = 1 AND NOT RQX-HEADER
                       MOVE "FIRST RECORD IS NOT A HEADER"
                           TO WS-NEW-REASON
                       PERFORM 2190-NOTE-REASON
                       IF RQX-DETAIL
                           PERFORM 2120-COUNT-DETAIL
                       END-IF
                   WHEN WS-XM-TRL-SEEN
                       MOVE "RECORDS FOLLOW THE TRAILER"
                           TO WS-NEW-REASON
                       PERFORM 2190-NOTE-REASON
                   WHEN RQX-HEADER
                       IF WS-XM-HDR-SEEN
                           MOVE "MORE THAN ONE HEADER RECORD"
                               TO WS-NEW-REASON
                           PERFORM 2190-NOTE-REASON
                       ELSE
                           PERFORM 2130-TAKE-HEADER
                       END-IF
                   WHEN RQX-DETAIL
                       PERFORM 2120-COUNT-DETAIL
                   WHEN RQX-TRAILER
                       SET WS-XM-TRL-SEEN TO TRUE
                       IF RQX-DETAIL-COUNT IS NUMERIC
                               AND RQX-HASH-TOTAL IS NUMERIC
                           MOVE RQX-DETAIL-COUNT TO WS-XM-TRL-COUNT
                           MOVE RQX-HASH-TOTAL TO WS-XM-TRL-HASH
                       ELSE
                           MOVE "TRAILER TOTALS NOT NUMERIC"
                               TO WS-NEW-REASON
                           PERFORM 2190-NOTE-REASON
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-NEW-REASON
                       PERFORM 2190-NOTE-REASON
               END-EVALUATE.

           2120-COUNT-DETAIL.
               ADD 1 TO WS-XM-DETAIL-COUNT
               IF RQX-REQUEST-NUMBER IS NUMERIC
                   ADD RQX-REQUEST-NUMBER TO WS-XM-HASH
               ELSE
                   MOVE "REQUEST NUMBER NOT NUMERIC" TO WS-NEW-REASON
                   PERFORM 2190-NOTE-REASON
               END-IF.

           2130-TAKE-HEADER.
               SET WS-XM-HDR-SEEN TO TRUE
               MOVE RQX-REQUESTER-ID TO WS-XM-REQUESTER
               IF RQX-SEQUENCE IS NUMERIC
                   MOVE RQX-SEQUENCE TO WS-XM-SEQUENCE
                   MOVE RQX-SEQUENCE TO WS-XM-SEQ-TEXT
               END-IF
               EVALUATE TRUE
                   WHEN RQX-REQUESTER-ID = SPACES
                       MOVE "HEADER HAS NO REQUESTER ID"
                           TO WS-NEW-REASON
                       PERFORM 2190-NOTE-REASON
                   WHEN RQX-FILE-DATE IS NOT NUMERIC
                       MOVE "HEADER FILE DATE NOT NUMERIC"
                           TO WS-NEW-REASON
                       PERFORM 2190-NOTE-REASON
                   WHEN RQX-SEQUENCE IS NOT NUMERIC
                           OR RQX-SEQUENCE = 0
                       MOVE "HEADER SEQUENCE NUMBER INVALID"
                           TO WS-NEW-REASON
                       PERFORM 2190-NOTE-REASON
                   WHEN OTHER
                       MOVE RQX-FILE-DATE TO WS-XM-FILE-DATE
               END-EVALUATE.

           2190-NOTE-REASON.
               IF WS-XMIT-REASON = SPACES
                   MOVE WS-NEW-REASON TO WS-XMIT-REASON
               END-IF.

           2200-CHECK-SEQUENCE.
               MOVE "N" TO WS-XM-REDELIVER-FLAG
               MOVE 0 TO WS-REG-FOUND-IDX
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                          OR WS-REG-FOUND-IDX > 0
                   IF WS-RG-REQUESTER(WS-REG-IDX) = WS-XM-REQUESTER
                       MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-REG-FOUND-IDX = 0
                   MOVE 1 TO WS-XM-EXPECTED-SEQ
                   IF WS-XM-SEQUENCE NOT = 1
                       PERFORM 2250-NOTE-OUT-OF-SEQUENCE
                   ELSE
                       IF WS-REG-COUNT >= 200
                           MOVE "INTAKE REGISTER IS FULL"
                               TO WS-XMIT-REASON
                       END-IF
                   END-IF
               ELSE
                   COMPUTE WS-XM-EXPECTED-SEQ =
                       WS-RG-SEQUENCE(WS-REG-FOUND-IDX) + 1
                   EVALUATE TRUE
                       WHEN WS-CYCLE-NUMBER =
                               WS-RG-CYCLE(WS-REG-FOUND-IDX)
                           AND WS-XM-SEQUENCE NOT <
                               WS-RG-FIRST-SEQ(WS-REG-FOUND-IDX)
                           AND WS-XM-SEQUENCE NOT >
                               WS-RG-SEQUENCE(WS-REG-FOUND-IDX)
                           AND WS-XM-SEQUENCE >
                               WS-RG-RUN-SEQ(WS-REG-FOUND-IDX)
                           SET WS-XM-REDELIVERED TO TRUE
                       WHEN WS-XM-SEQUENCE <=
                               WS-RG-SEQUENCE(WS-REG-FOUND-IDX)
                           MOVE "DUPLICATE TRANSMISSION"
                               TO WS-XMIT-REASON
                       WHEN WS-XM-SEQUENCE > WS-XM-EXPECTED-SEQ
                           PERFORM 2250-NOTE-OUT-OF-SEQUENCE
                       WHEN WS-XM-FILE-DATE <
                               WS-RG-FILE-DATE(WS-REG-FOUND-IDX)
                           MOVE "FILE DATE EARLIER THAN LAST RECEIVED"
                               TO WS-XMIT-REASON
                   END-EVALUATE
               END-IF.

           2250-NOTE-OUT-OF-SEQUENCE.
               STRING "OUT OF SEQUENCE, EXPECTED " DELIMITED BY SIZE
                   WS-XM-EXPECTED-SEQ DELIMITED BY SIZE
                   INTO WS-XMIT-REASON.

           2300-SPLIT-REQUESTS.
               OPEN INPUT RQ-XMIT-FILE
               IF NOT WS-RQ-XMIT-OK
                   DISPLAY "Transmission " WS-XMIT-NAME
                       " could not be reopened, status "
                       WS-RQ-XMIT-STATUS
                   SET WS-SPLIT-FAILED TO TRUE
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-XMIT-NAME DELIMITED BY SPACE
                       " REOPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-RQ-XMIT-STATUS DELIMITED BY SIZE
                       ", NOT SPLIT" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-XMIT-EOF-FLAG
                   PERFORM UNTIL WS-XMIT-EOF
                       READ RQ-XMIT-FILE
                           AT END
                               SET WS-XMIT-EOF TO TRUE
                           NOT AT END
                               IF RQX-DETAIL
                                   PERFORM 2310-SPLIT-ONE-REQUEST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RQ-XMIT-FILE
               END-IF
               MOVE SPACES TO RQ-RECEIPT-LINE
               WRITE RQ-RECEIPT-LINE
               MOVE WS-XM-DETAIL-COUNT TO WS-RN-READ
               MOVE WS-XM-REQ-ACCEPT TO WS-RN-ACCEPT
               MOVE WS-XM-REQ-REJECT TO WS-RN-REJECT
               MOVE SPACES TO RQ-RECEIPT-LINE
               MOVE WS-RECEIPT-COUNT-LINE TO RQ-RECEIPT-LINE
               WRITE RQ-RECEIPT-LINE.

           2310-SPLIT-ONE-REQUEST.
               ADD 1 TO WS-REQ-READ-COUNT
               MOVE SPACES TO WS-REQ-REASON
               EVALUATE TRUE
                   WHEN RQX-REQUEST = SPACES
                       MOVE "REQUEST IS BLANK" TO WS-REQ-REASON
                   WHEN RQX-TARGET = "FIZZBUZZ"
                       MOVE SPACES TO FZ-CARDS-RECORD
                       MOVE RQX-REQUEST TO FZ-CARDS-REQUEST
                       MOVE WS-XM-REQUESTER TO FZ-CARDS-REQUESTER
                       WRITE FZ-CARDS-RECORD
                       ADD 1 TO WS-FZ-REQ-COUNT
                   WHEN RQX-TARGET = "COMBINED"
                       MOVE SPACES TO CR-CARDS-RECORD
                       MOVE RQX-REQUEST TO CR-CARDS-REQUEST
                       MOVE WS-XM-REQUESTER TO CR-CARDS-REQUESTER
                       WRITE CR-CARDS-RECORD
                       ADD 1 TO WS-CR-REQ-COUNT
                   WHEN OTHER
                       MOVE "UNKNOWN REQUEST TYPE" TO WS-REQ-REASON
               END-EVALUATE
               MOVE SPACES TO WS-RECEIPT-REQ-LINE
               MOVE "REQUEST " TO WS-RECEIPT-REQ-LINE(1:8)
               MOVE RQX-REQUEST-NUMBER TO WS-RR-NUMBER
               MOVE RQX-TARGET TO WS-RR-TARGET
               IF WS-REQ-REASON = SPACES
                   ADD 1 TO WS-XM-REQ-ACCEPT
                   MOVE "ACCEPTED" TO WS-RR-STATUS
               ELSE
                   ADD 1 TO WS-XM-REQ-REJECT
                   ADD 1 TO WS-REQ-REJECT-COUNT
                   MOVE "REJECTED" TO WS-RR-STATUS
                   MOVE WS-REQ-REASON TO WS-RR-REASON
               END-IF
               MOVE SPACES TO RQ-RECEIPT-LINE
               MOVE WS-RECEIPT-REQ-LINE TO RQ-RECEIPT-LINE
               WRITE RQ-RECEIPT-LINE.

           2400-UPDATE-REGISTER.
               IF WS-REG-FOUND-IDX = 0
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-COUNT TO WS-REG-FOUND-IDX
                   MOVE WS-XM-REQUESTER
                       TO WS-RG-REQUESTER(WS-REG-FOUND-IDX)
                   MOVE 0 TO WS-RG-XMIT-COUNT(WS-REG-FOUND-IDX)
                   MOVE 0 TO WS-RG-CYCLE(WS-REG-FOUND-IDX)
                   MOVE WS-XM-SEQUENCE
                       TO WS-RG-FIRST-SEQ(WS-REG-FOUND-IDX)
               END-IF
               IF NOT WS-XM-REDELIVERED
                   IF WS-RG-CYCLE(WS-REG-FOUND-IDX) NOT =
                           WS-CYCLE-NUMBER
                       MOVE WS-XM-SEQUENCE
                           TO WS-RG-FIRST-SEQ(WS-REG-FOUND-IDX)
                   END-IF
                   MOVE WS-XM-SEQUENCE
                       TO WS-RG-SEQUENCE(WS-REG-FOUND-IDX)
                   MOVE WS-XM-FILE-DATE
                       TO WS-RG-FILE-DATE(WS-REG-FOUND-IDX)
                   MOVE WS-CYCLE-NUMBER TO WS-RG-CYCLE(WS-REG-FOUND-IDX)
                   ADD 1 TO WS-RG-XMIT-COUNT(WS-REG-FOUND-IDX)
               END-IF
               MOVE WS-XM-SEQUENCE TO WS-RG-RUN-SEQ(WS-REG-FOUND-IDX)
               MOVE FUNCTION CURRENT-DATE
                   TO WS-RG-TIMESTAMP(WS-REG-FOUND-IDX)
               SET WS-REG-CHANGED TO TRUE.

           2500-OPEN-RECEIPT.
               MOVE SPACES TO WS-RECEIPT-NAME
               IF WS-XMIT-ACCEPTED
                   STRING WS-XM-REQUESTER DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       WS-XM-SEQ-TEXT DELIMITED BY SIZE
                       ".RECEIPT" DELIMITED BY SIZE
                       INTO WS-RECEIPT-NAME
                   MOVE "REQUEST INTAKE RECEIPT" TO WS-RT-TITLE
                   MOVE "ACCEPTED" TO WS-RD-STATUS
               ELSE
                   STRING WS-XM-REQUESTER DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       WS-XM-SEQ-TEXT DELIMITED BY SIZE
                       ".REJECT" DELIMITED BY SIZE
                       INTO WS-RECEIPT-NAME
                   MOVE "REQUEST INTAKE REJECT" TO WS-RT-TITLE
                   MOVE "REJECTED" TO WS-RD-STATUS
               END-IF
               OPEN OUTPUT RQ-RECEIPT-FILE
               IF NOT WS-RQ-RECEIPT-OK
                   DISPLAY WS-RECEIPT-NAME " could not be opened,"
                       " status " WS-RQ-RECEIPT-STATUS
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "RETURN FILE OPEN FAILED FOR "
                           DELIMITED BY SIZE
                       WS-RECEIPT-NAME DELIMITED BY SPACE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   MOVE WS-XM-REQUESTER TO WS-RT-REQUESTER
                   MOVE SPACES TO RQ-RECEIPT-LINE
                   MOVE WS-RECEIPT-TITLE-LINE TO RQ-RECEIPT-LINE
                   WRITE RQ-RECEIPT-LINE
                   MOVE WS-XM-SEQ-TEXT TO WS-RX-SEQUENCE
                   MOVE WS-XM-FILE-DATE TO WS-RX-FILE-DATE
                   MOVE WS-CYCLE-NUMBER TO WS-RX-CYCLE
                   MOVE SPACES TO RQ-RECEIPT-LINE
                   MOVE WS-RECEIPT-XMIT-LINE TO RQ-RECEIPT-LINE
                   WRITE RQ-RECEIPT-LINE
                   MOVE WS-RUN-DATE-EDIT TO WS-RD-DATE
                   MOVE SPACES TO RQ-RECEIPT-LINE
                   MOVE WS-RECEIPT-DATE-LINE TO RQ-RECEIPT-LINE
                   WRITE RQ-RECEIPT-LINE
                   MOVE SPACES TO RQ-RECEIPT-LINE
                   WRITE RQ-RECEIPT-LINE
               END-IF.

           2600-WRITE-REJECT-FILE.
               IF WS-XM-REQUESTER = SPACES
                   CONTINUE
               ELSE
                   PERFORM 2500-OPEN-RECEIPT
                   IF WS-RQ-RECEIPT-OK
                       MOVE WS-XMIT-REASON TO WS-RJ-REASON
                       MOVE SPACES TO RQ-RECEIPT-LINE
                       MOVE WS-RECEIPT-REASON-LINE TO RQ-RECEIPT-LINE
                       WRITE RQ-RECEIPT-LINE
                       MOVE WS-XM-DETAIL-COUNT TO WS-RB-COUNT
                       MOVE WS-XM-TRL-COUNT TO WS-RB-TRL-COUNT
                       MOVE SPACES TO RQ-RECEIPT-LINE
                       MOVE WS-RECEIPT-BAL-LINE TO RQ-RECEIPT-LINE
                       WRITE RQ-RECEIPT-LINE
                       MOVE WS-XM-HASH TO WS-RH-HASH
                       MOVE WS-XM-TRL-HASH TO WS-RH-TRL-HASH
                       MOVE SPACES TO RQ-RECEIPT-LINE
                       MOVE WS-RECEIPT-HASH-LINE TO RQ-RECEIPT-LINE
                       WRITE RQ-RECEIPT-LINE
                       PERFORM 2700-CLOSE-RECEIPT
                   END-IF
               END-IF.

           2700-CLOSE-RECEIPT.
               IF WS-RQ-RECEIPT-OK
                   MOVE SPACES TO RQ-RECEIPT-LINE
                   WRITE RQ-RECEIPT-LINE
                   MOVE SPACES TO RQ-RECEIPT-LINE
                   MOVE WS-RECEIPT-END-LINE TO RQ-RECEIPT-LINE
                   WRITE RQ-RECEIPT-LINE
                   CLOSE RQ-RECEIPT-FILE
               END-IF.

           2800-REPORT-TRANSMISSION.
               MOVE WS-XMIT-NAME TO WS-XL-NAME
               MOVE WS-XM-REQUESTER TO WS-XL-REQUESTER
               MOVE WS-XM-SEQ-TEXT TO WS-XL-SEQUENCE
               MOVE WS-XM-DETAIL-COUNT TO WS-XL-DETAILS
               IF WS-XMIT-ACCEPTED
                   MOVE "ACCEPTED" TO WS-XL-STATUS
               ELSE
                   MOVE "REJECTED" TO WS-XL-STATUS
               END-IF
               MOVE SPACES TO RQ-REPORT-LINE
               MOVE WS-XMIT-LINE TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE
               IF WS-XMIT-ACCEPTED AND WS-XM-REDELIVERED
                   MOVE SPACES TO RQ-REPORT-LINE
                   MOVE WS-REDELIVERED-LINE TO RQ-REPORT-LINE
                   WRITE RQ-REPORT-LINE
               END-IF
               IF WS-XMIT-REJECTED
                   MOVE WS-XMIT-REASON TO WS-XR-REASON
                   MOVE SPACES TO RQ-REPORT-LINE
                   MOVE WS-XMIT-REASON-LINE TO RQ-REPORT-LINE
                   WRITE RQ-REPORT-LINE
                   IF WS-XM-REQUESTER = SPACES
                       MOVE SPACES TO RQ-REPORT-LINE
                       MOVE WS-NO-RECEIPT-LINE TO RQ-REPORT-LINE
                       WRITE RQ-REPORT-LINE
                   END-IF
               END-IF.

           7000-SAVE-REGISTER.
               OPEN OUTPUT REQREG-FILE
               IF NOT WS-REQREG-OK
                   DISPLAY "INTAKE.REGISTER could not be rewritten,"
                       " status " WS-REQREG-STATUS
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "INTAKE.REGISTER REWRITE FAILED, STATUS "
                           DELIMITED BY SIZE
                       WS-REQREG-STATUS DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                           UNTIL WS-REG-IDX > WS-REG-COUNT
                       MOVE WS-REG-ENTRY(WS-REG-IDX) TO REQREG-RECORD
                       WRITE REQREG-RECORD
                   END-PERFORM
                   CLOSE REQREG-FILE
               END-IF.

           7100-SWAP-CARD-FILES.
               MOVE "FIZZBUZZ.CARDS" TO WS-OLD-NAME
               MOVE "FIZZBUZZ.CARDS.NEW" TO WS-NEW-NAME
               PERFORM 7150-SWAP-ONE-FILE
               IF RETURN-CODE < 16
                   MOVE "COMBINED.CARDS" TO WS-OLD-NAME
                   MOVE "COMBINED.CARDS.NEW" TO WS-NEW-NAME
                   PERFORM 7150-SWAP-ONE-FILE
               END-IF.

           7150-SWAP-ONE-FILE.
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-OLD-NAME
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC NOT = 0
                   DISPLAY FUNCTION TRIM(WS-NEW-NAME)
                       " could not replace " FUNCTION TRIM(WS-OLD-NAME)
                   MOVE "SEVERE" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING WS-NEW-NAME DELIMITED BY SPACE
                       " COULD NOT REPLACE " DELIMITED BY SIZE
                       WS-OLD-NAME DELIMITED BY SPACE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
                   MOVE 16 TO RETURN-CODE
               END-IF.

           7200-DROP-NEW-CARDS.
               MOVE "FIZZBUZZ.CARDS.NEW" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE "COMBINED.CARDS.NEW" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC.

           8000-WRITE-TOTALS.
               MOVE SPACES TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE
               MOVE WS-XMIT-READ-COUNT TO WS-XC-READ
               MOVE WS-XMIT-ACCEPT-COUNT TO WS-XC-ACCEPT
               MOVE WS-XMIT-REJECT-COUNT TO WS-XC-REJECT
               MOVE SPACES TO RQ-REPORT-LINE
               MOVE WS-XMIT-COUNT-LINE TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE
               MOVE WS-FZ-REQ-COUNT TO WS-RC-FZ
               MOVE WS-CR-REQ-COUNT TO WS-RC-CR
               MOVE WS-REQ-REJECT-COUNT TO WS-RC-REJECT
               MOVE SPACES TO RQ-REPORT-LINE
               MOVE WS-REQ-COUNT-LINE TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE
               MOVE SPACES TO RQ-REPORT-LINE
               MOVE WS-TRAILER-LINE TO RQ-REPORT-LINE
               WRITE RQ-REPORT-LINE.

           8500-SET-RETURN-CODE.
               IF RETURN-CODE >= 16
                   MOVE "FAILED" TO ALOG-COMPLETION-STATUS
               ELSE
                   MOVE "SUCCESS" TO ALOG-COMPLETION-STATUS
                   IF WS-XMIT-REJECT-COUNT > 0
                           OR WS-REQ-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           8700-POST-CONTROL-TOTALS.
               IF WS-CONTROL-PRESENT
                   OPEN EXTEND CTLTOT-FILE
                   IF WS-CTLTOT-STATUS = "35"
                       OPEN OUTPUT CTLTOT-FILE
                   END-IF
                   IF NOT WS-CTLTOT-OK
                       DISPLAY "CONTROL.TOTALS could not be opened,"
                           " status " WS-CTLTOT-STATUS
                       MOVE "WARN" TO WS-EXLG-SEVERITY
                       MOVE SPACES TO WS-EXLG-MESSAGE
                       STRING "CONTROL.TOTALS OPEN FAILED, STATUS "
                               DELIMITED BY SIZE
                           WS-CTLTOT-STATUS DELIMITED BY SIZE
                           ", TOTALS NOT POSTED" DELIMITED BY SIZE
                           INTO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
                   ELSE
                       MOVE "RQ-XMIT-READ" TO WS-CT-NAME
                       MOVE WS-XMIT-READ-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "RQ-XMIT-ACCEPT" TO WS-CT-NAME
                       MOVE WS-XMIT-ACCEPT-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "RQ-XMIT-REJECT" TO WS-CT-NAME
                       MOVE WS-XMIT-REJECT-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "RQ-FZ-REQUESTS" TO WS-CT-NAME
                       MOVE WS-FZ-REQ-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "RQ-CR-REQUESTS" TO WS-CT-NAME
                       MOVE WS-CR-REQ-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       MOVE "RQ-REQ-REJECT" TO WS-CT-NAME
                       MOVE WS-REQ-REJECT-COUNT TO WS-CT-VALUE
                       PERFORM 8750-WRITE-CONTROL-TOTAL
                       CLOSE CTLTOT-FILE
                   END-IF
               END-IF.

           8750-WRITE-CONTROL-TOTAL.
               MOVE WS-CYCLE-NUMBER TO CT-CYCLE-NUMBER
               MOVE ALOG-PROGRAM-NAME TO CT-PROGRAM-NAME
               MOVE WS-CT-NAME TO CT-TOTAL-NAME
               MOVE WS-CT-VALUE TO CT-TOTAL-VALUE
               MOVE FUNCTION CURRENT-DATE TO CT-TIMESTAMP
               WRITE CTLTOT-RECORD.

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
               MOVE "REQINTK" TO ALOG-PROGRAM-NAME
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
