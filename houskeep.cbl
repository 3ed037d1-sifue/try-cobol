               SELECT SUMHIST-FILE ASSIGN TO "SUMHIST.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY SH-HIST-KEY
                   FILE STATUS IS WS-SUMHIST-STATUS.
               SELECT HK-HIST-NEW-FILE ASSIGN TO "SUMHIST.NEW"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY HN-HIST-KEY
                   FILE STATUS IS WS-HIST-NEW-STATUS.
               SELECT HK-HIST-ARCH-FILE ASSIGN TO "SUMHIST.ARCHIVE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-ARCH-STATUS.
               SELECT SUMHJRNL-FILE ASSIGN TO "SUMHIST.JOURNAL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMHJRNL-STATUS.
               SELECT HK-ROLLGEN-FILE ASSIGN TO "ROLLGEN.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-ROLLGEN-STATUS.
               SELECT COMBPART-FILE ASSIGN TO "COMBPART.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-COMBPART-STATUS.
               SELECT HK-REPORT-FILE ASSIGN TO "HOUSKEEP.REPORT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-HK-REPORT-STATUS.
           FD  CYCLE-FILE.
           COPY "cyclectl.cpy".
           FD  HK-AUDIT-NEW-FILE.
           01  HK-AUDIT-NEW-RECORD  PIC X(108).
           FD  HK-AUDIT-ARCH-FILE.
           01  HK-AUDIT-ARCH-RECORD PIC X(108).
           FD  SUMHIST-FILE.
           COPY "sumhist.cpy".
           FD  HK-HIST-NEW-FILE.
           COPY "sumhist.cpy" REPLACING SUMHIST-RECORD BY
               HK-HIST-NEW-RECORD
               SH-HIST-KEY BY HN-HIST-KEY
               SH-INPUT-N BY HN-INPUT-N
               SH-SUM-MODE BY HN-SUM-MODE
               SH-FROM-N BY HN-FROM-N
               SH-STEP-N BY HN-STEP-N
               SH-SUM-VALUE BY HN-SUM-VALUE
               SH-RUN-TIMESTAMP BY HN-RUN-TIMESTAMP
               SH-CYCLE-NUMBER BY HN-CYCLE-NUMBER.
           FD  HK-HIST-ARCH-FILE.
           01  HK-HIST-ARCH-RECORD  PIC X(76).
           FD  SUMHJRNL-FILE.
           COPY "sumhjrnl.cpy".
           FD  HK-ROLLGEN-FILE.
           COPY "rollgen.cpy".
           FD  COMBPART-FILE.
           COPY "combpart.cpy".
           FD  HK-REPORT-FILE.
           01  HK-REPORT-LINE       PIC X(80).
           WORKING-STORAGE SECTION.
              88 WS-HIST-NEW-OK    VALUE "00".
           01 WS-HIST-ARCH-STATUS  PIC XX.
              88 WS-HIST-ARCH-OK   VALUE "00".
           01 WS-SUMHJRNL-STATUS   PIC XX.
              88 WS-SUMHJRNL-OK    VALUE "00".
           01 WS-ROLLGEN-STATUS    PIC XX.
              88 WS-ROLLGEN-OK     VALUE "00".
           01 WS-COMBPART-STATUS   PIC XX.
              88 WS-COMBPART-OK    VALUE "00".
              88 WS-COMBPART-EOF   VALUE "10".
           01 WS-COMB-PENDING-FLAG PIC X.
              88 WS-COMB-PENDING   VALUE "Y".
           01 WS-HK-REPORT-STATUS  PIC XX.
              88 WS-HK-REPORT-OK   VALUE "00".
           01 WS-EOF-FLAG          PIC X.
           01 WS-CARD-RETENTION    PIC X(4) VALUE SPACES.
           01 WS-CARD-TEST-RC      PIC 9(4).
           01 WS-CARD-WARNING      PIC X(70) VALUE SPACES.
           01 WS-DUAL-LINE         PIC X(70) VALUE SPACES.
           01 WS-PURGE-HELD-FLAG   PIC X VALUE "N".
              88 WS-PURGE-HELD     VALUE "Y".
           COPY "dualparm.cpy".
           01 WS-AUDIT-ENV-NAME    PIC X(20).
           01 WS-AUDIT-ENV-VALUE   PIC X(9).
           01 WS-AUTH-CAPABILITY   PIC X(8) VALUE "RUN".
           01 WS-AUTH-FLAG         PIC X.
              88 WS-AUTHORIZED     VALUE "Y".
           01 WS-ALOG-SAVE         PIC X(108).
           01 WS-ALOG-INPUT-COUNT  PIC 9(9).
           01 WS-ALOG-STATUS-TEXT  PIC X(8).
           01 WS-ALOG-SUBMITTER-ID PIC X(8) VALUE SPACES.
           01 WS-ALOG-APPROVER-ID  PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE          PIC X(8).
           01 WS-RUN-TIMESTAMP     PIC X(14).
           01 WS-CURRENT-DATE-DATA PIC X(21).
           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 9500-AUDIT-INIT
               PERFORM 9550-CHECK-AUTHORITY
               PERFORM 1000-INITIALIZE
               PERFORM 2000-ROLL-REPORT-FILES
               IF NOT WS-PURGE-HELD
                   PERFORM 3000-PURGE-AUDIT-LOG
                   PERFORM 4000-PURGE-SUM-HISTORY
                   IF DC-APPROVED AND DC-REQUEST-STATUS = "APPROVED"
                       PERFORM 1250-MARK-APPLIED
                   END-IF
               END-IF
               PERFORM 8000-WRITE-TOTALS
               CLOSE HK-REPORT-FILE
               IF WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF RETURN-CODE = 0 AND WS-PURGE-HELD
                   MOVE 4 TO RETURN-CODE
               END-IF
               COMPUTE WS-ALOG-INPUT-COUNT =
                   WS-AUDIT-KEPT + WS-AUDIT-ARCHIVED
                   + WS-HIST-KEPT + WS-HIST-ARCHIVED
               EVALUATE RETURN-CODE
                   WHEN 0
                       MOVE "SUCCESS" TO WS-ALOG-STATUS-TEXT
                   WHEN 4
                       MOVE "PENDING" TO WS-ALOG-STATUS-TEXT
                   WHEN OTHER
                       MOVE "FAILED" TO WS-ALOG-STATUS-TEXT
               END-EVALUATE
               PERFORM 9000-WRITE-AUDIT-LOG
               GOBACK.

                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               CALL "GETPDATE" USING WS-RUN-DATE
               MOVE WS-CURRENT-DATE-DATA(1:14) TO WS-RUN-TIMESTAMP
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                   MOVE WS-CARD-WARNING TO HK-REPORT-LINE
                   WRITE HK-REPORT-LINE
               END-IF
               IF WS-DUAL-LINE NOT = SPACES
                   MOVE SPACES TO HK-REPORT-LINE
                   MOVE WS-DUAL-LINE TO HK-REPORT-LINE
                   WRITE HK-REPORT-LINE
               END-IF
               IF WS-PURGE-HELD
                   MOVE SPACES TO HK-REPORT-LINE
                   MOVE "PURGES HELD - RETENTION CHANGE NOT APPROVED"
                       TO HK-REPORT-LINE
                   WRITE HK-REPORT-LINE
               END-IF
               MOVE SPACES TO HK-REPORT-LINE
               WRITE HK-REPORT-LINE.

                   END-READ
                   CLOSE HK-CONTROL-FILE
                   PERFORM 1150-PARSE-CONTROL-CARD
                   IF WS-CARD-RETENTION NOT = SPACES
                       PERFORM 1200-CHECK-DUAL-CONTROL
                   END-IF
               END-IF.

           1150-PARSE-CONTROL-CARD.
                   END-IF
               END-IF.

           1200-CHECK-DUAL-CONTROL.
               MOVE "STANDING" TO DC-FUNCTION
               MOVE ALOG-PROGRAM-NAME TO DC-PROGRAM-NAME
               MOVE ALOG-OPERATOR-ID TO DC-OPERATOR-ID
               MOVE "HOUSKEEP.CONTROL" TO DC-CONTROL-FILE
               MOVE WS-CYCLE-NUMBER TO DC-CYCLE-NUMBER
               CALL "DUALCTL" USING DC-PARMS
               EVALUATE TRUE
                   WHEN DC-APPROVED
                       MOVE DC-SUBMITTER-ID TO WS-ALOG-SUBMITTER-ID
                       MOVE DC-APPROVER-ID TO WS-ALOG-APPROVER-ID
                       STRING "RETENTION CHANGE REQUEST "
                               DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " SUBMITTED BY " DELIMITED BY SIZE
                           DC-SUBMITTER-ID DELIMITED BY SPACE
                           ", APPROVED BY " DELIMITED BY SIZE
                           DC-APPROVER-ID DELIMITED BY SPACE
                           INTO WS-DUAL-LINE
                   WHEN DC-SUBMITTED
                       SET WS-PURGE-HELD TO TRUE
                       MOVE DC-SUBMITTER-ID TO WS-ALOG-SUBMITTER-ID
                       STRING "RETENTION CHANGE REQUEST "
                               DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " SUBMITTED FOR APPROVAL" DELIMITED BY SIZE
                           INTO WS-DUAL-LINE
                   WHEN DC-AWAITING
                       SET WS-PURGE-HELD TO TRUE
                       MOVE DC-SUBMITTER-ID TO WS-ALOG-SUBMITTER-ID
                       STRING "RETENTION CHANGE REQUEST "
                               DELIMITED BY SIZE
                           DC-REQUEST-NUMBER DELIMITED BY SIZE
                           " STILL AWAITING APPROVAL" DELIMITED BY SIZE
                           INTO WS-DUAL-LINE
                   WHEN OTHER
                       SET WS-PURGE-HELD TO TRUE
                       MOVE "CHANGE.APPROVALS COULD NOT BE UPDATED"
                           TO WS-DUAL-LINE
                       MOVE "SEVERE" TO WS-EXLG-SEVERITY
                       MOVE "CHANGE.APPROVALS UNAVAILABLE, PURGES HELD"
                           TO WS-EXLG-MESSAGE
                       PERFORM 9600-WRITE-EXCEPTION
               END-EVALUATE
               IF WS-PURGE-HELD AND NOT DC-FAILED
                   DISPLAY "HOUSKEEP.CONTROL change awaiting approval,"
                       " purges held"
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "RETENTION CHANGE REQUEST " DELIMITED BY SIZE
                       DC-REQUEST-NUMBER DELIMITED BY SIZE
                       " AWAITING APPROVAL, PURGES HELD"
                           DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           1250-MARK-APPLIED.
               MOVE "APPLIED" TO DC-FUNCTION
               MOVE WS-CYCLE-NUMBER TO DC-CYCLE-NUMBER
               CALL "DUALCTL" USING DC-PARMS
               IF NOT DC-APPROVED
                   DISPLAY "CHANGE.APPROVALS could not be updated,"
                       " request " DC-REQUEST-NUMBER
                       " not marked applied"
                   MOVE "WARN" TO WS-EXLG-SEVERITY
                   MOVE SPACES TO WS-EXLG-MESSAGE
                   STRING "CHANGE REQUEST " DELIMITED BY SIZE
                       DC-REQUEST-NUMBER DELIMITED BY SIZE
                       " APPLIED BUT NOT MARKED APPLIED"
                           DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF.

           2000-ROLL-REPORT-FILES.
               MOVE "FIZZBUZZ.REPORT" TO WS-OLD-NAME
               PERFORM 2100-ROLL-ONE-FILE
               MOVE "FIZZBUZZ.EXTRACT" TO WS-OLD-NAME
               PERFORM 2100-ROLL-ONE-FILE
               MOVE "N" TO WS-COMB-PENDING-FLAG
               MOVE "COMBCKPT.DAT" TO WS-OLD-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-OLD-NAME
                   WS-FILE-INFO
                   RETURNING WS-FILE-RC
               IF WS-FILE-RC = 0
                   SET WS-COMB-PENDING TO TRUE
               END-IF
               PERFORM 2050-CHECK-COMB-PLAN
               IF WS-COMB-PENDING
                   MOVE "COMBINED.REPORT" TO WS-PD-OLD
                   MOVE SPACES TO HK-REPORT-LINE
                   MOVE WS-PENDING-LINE TO HK-REPORT-LINE
                   PERFORM 2100-ROLL-ONE-FILE
               END-IF.

           2050-CHECK-COMB-PLAN.
               OPEN INPUT COMBPART-FILE
               IF WS-COMBPART-OK
                   PERFORM UNTIL WS-COMBPART-EOF
                       READ COMBPART-FILE
                           AT END
                               SET WS-COMBPART-EOF TO TRUE
                           NOT AT END
                               IF NOT CP-MERGED
                                   SET WS-COMB-PENDING TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMBPART-FILE
               END-IF.

           2100-ROLL-ONE-FILE.
               CALL "CBL_CHECK_FILE_EXIST" USING WS-OLD-NAME
                   WS-FILE-INFO
                       MOVE SPACES TO HK-REPORT-LINE
                       MOVE WS-ROLL-LINE TO HK-REPORT-LINE
                       WRITE HK-REPORT-LINE
                       PERFORM 2200-CATALOG-GENERATION
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "Could not roll " WS-OLD-NAME
                   END-IF
               END-IF.

           2200-CATALOG-GENERATION.
               OPEN EXTEND HK-ROLLGEN-FILE
               IF WS-ROLLGEN-STATUS = "35"
                   OPEN OUTPUT HK-ROLLGEN-FILE
               END-IF
               IF NOT WS-ROLLGEN-OK
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROLLGEN.DAT could not be opened, status "
                       WS-ROLLGEN-STATUS
               ELSE
                   MOVE WS-OLD-NAME TO RG-BASE-NAME
                   MOVE WS-NEW-NAME TO RG-ROLLED-NAME
                   MOVE WS-CYCLE-NUMBER TO RG-CYCLE-NUMBER
                   MOVE WS-RUN-TIMESTAMP TO RG-ROLL-TIMESTAMP
                   SET RG-ACTIVE TO TRUE
                   WRITE ROLLGEN-RECORD
                   CLOSE HK-ROLLGEN-FILE
               END-IF.

           3000-PURGE-AUDIT-LOG.
               OPEN INPUT AUDIT-LOG-FILE
               IF NOT WS-AUDIT-OK
                   IF WS-HIST-ARCH-STATUS = "35"
                       OPEN OUTPUT HK-HIST-ARCH-FILE
                   END-IF
                   OPEN EXTEND SUMHJRNL-FILE
                   IF WS-SUMHJRNL-STATUS = "35"
                       OPEN OUTPUT SUMHJRNL-FILE
                   END-IF
                   IF NOT WS-HIST-NEW-OK
                           OR NOT WS-HIST-ARCH-OK
                           OR NOT WS-SUMHJRNL-OK
                       DISPLAY "SUMHIST.DAT work files could not be"
                           " opened, purge skipped"
                       ADD 1 TO WS-ERROR-COUNT
                       CLOSE SUMHIST-FILE
                       CLOSE HK-HIST-NEW-FILE
                       CLOSE HK-HIST-ARCH-FILE
                       CLOSE SUMHJRNL-FILE
                       PERFORM 4200-SWAP-SUM-HISTORY
                   END-IF
               END-IF.
                   ADD 1 TO WS-HIST-ARCHIVED
                   MOVE SUMHIST-RECORD TO HK-HIST-ARCH-RECORD
                   WRITE HK-HIST-ARCH-RECORD
                   PERFORM 4150-JOURNAL-PURGED-ROW
               END-IF.

           4150-JOURNAL-PURGED-ROW.
               MOVE WS-CURRENT-DATE-DATA TO SHJ-TIMESTAMP
               MOVE WS-CYCLE-NUMBER TO SHJ-CYCLE-NUMBER
               MOVE "HOUSKEEP" TO SHJ-PROGRAM-NAME
               SET SHJ-DELETE TO TRUE
               MOVE SUMHIST-RECORD TO SHJ-BEFORE-IMAGE
               MOVE SPACES TO SHJ-AFTER-IMAGE
               WRITE SUMHJRNL-RECORD.

           4200-SWAP-SUM-HISTORY.
               MOVE "SUMHIST.DAT" TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   PERFORM 9600-WRITE-EXCEPTION
               ELSE
                   MOVE WS-ALOG-SAVE TO AUDIT-LOG-RECORD
                   MOVE WS-ALOG-SUBMITTER-ID TO ALOG-SUBMITTER-ID
                   MOVE WS-ALOG-APPROVER-ID TO ALOG-APPROVER-ID
                   MOVE WS-ALOG-INPUT-COUNT TO ALOG-INPUT-VALUE
                   MOVE WS-ALOG-STATUS-TEXT
                       TO ALOG-COMPLETION-STATUS
               END-IF
               MOVE "HOUSKEEP" TO ALOG-PROGRAM-NAME
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
