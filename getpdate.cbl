           IDENTIFICATION DIVISION.
           PROGRAM-ID. GETPDATE.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.CONTROL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PROCDATE-FILE.
           COPY "procdate.cpy".
           WORKING-STORAGE SECTION.
           01 WS-PROCDATE-STATUS   PIC XX.
              88 WS-PROCDATE-OK    VALUE "00".
           01 WS-FOUND-FLAG        PIC X.
              88 WS-FOUND          VALUE "Y".
           LINKAGE SECTION.
           01 LK-PROC-DATE         PIC X(8).
           PROCEDURE DIVISION USING BY REFERENCE LK-PROC-DATE.
           0000-MAIN.
               MOVE "N" TO WS-FOUND-FLAG
               OPEN INPUT PROCDATE-FILE
               IF WS-PROCDATE-OK
                   READ PROCDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PD-PROCESSING-DATE IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   PD-PROCESSING-DATE) = 0
                               MOVE PD-PROCESSING-DATE TO LK-PROC-DATE
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-READ
                   CLOSE PROCDATE-FILE
               END-IF
               IF NOT WS-FOUND
                   ACCEPT LK-PROC-DATE FROM DATE YYYYMMDD
               END-IF
               GOBACK.
