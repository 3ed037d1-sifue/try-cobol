           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPRAUTH.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPRAUTH-FILE ASSIGN TO "OPERATOR.AUTH"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-OPRAUTH-STATUS.
               SELECT EXCEPT-LOG-FILE ASSIGN TO "EXCEPTIONS.LOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  OPRAUTH-FILE.
           COPY "oprauth.cpy".
           FD  EXCEPT-LOG-FILE.
           COPY "exceptlg.cpy".
           WORKING-STORAGE SECTION.
           01 WS-OPRAUTH-STATUS    PIC XX.
              88 WS-OPRAUTH-OK     VALUE "00".
              88 WS-OPRAUTH-EOF    VALUE "10".
           01 WS-EXCEPT-STATUS     PIC XX.
              88 WS-EXCEPT-OK      VALUE "00".
           01 WS-EXLG-MESSAGE      PIC X(60).
           LINKAGE SECTION.
           01 LK-OPERATOR-ID       PIC X(8).
           01 LK-PROGRAM-NAME      PIC X(8).
           01 LK-CAPABILITY        PIC X(8).
           01 LK-AUTH-FLAG         PIC X.
              88 LK-AUTHORIZED     VALUE "Y".
           PROCEDURE DIVISION USING BY REFERENCE LK-OPERATOR-ID
                   LK-PROGRAM-NAME LK-CAPABILITY LK-AUTH-FLAG.
           0000-MAIN.
               MOVE "N" TO LK-AUTH-FLAG
               MOVE SPACES TO WS-EXLG-MESSAGE
               OPEN INPUT OPRAUTH-FILE
               IF NOT WS-OPRAUTH-OK
                   STRING "OPERATOR.AUTH NOT AVAILABLE, STATUS "
                           DELIMITED BY SIZE
                       WS-OPRAUTH-STATUS DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       LK-OPERATOR-ID DELIMITED BY SPACE
                       " REFUSED" DELIMITED BY SIZE
                       INTO WS-EXLG-MESSAGE
               ELSE
                   PERFORM UNTIL WS-OPRAUTH-EOF OR LK-AUTHORIZED
                       READ OPRAUTH-FILE
                           AT END
                               SET WS-OPRAUTH-EOF TO TRUE
                           NOT AT END
                               PERFORM 1000-MATCH-ONE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE OPRAUTH-FILE
                   IF NOT LK-AUTHORIZED
                       STRING "OPERATOR " DELIMITED BY SIZE
                           LK-OPERATOR-ID DELIMITED BY SPACE
                           " NOT AUTHORIZED TO " DELIMITED BY SIZE
                           LK-CAPABILITY DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           LK-PROGRAM-NAME DELIMITED BY SPACE
                           INTO WS-EXLG-MESSAGE
                   END-IF
               END-IF
               IF NOT LK-AUTHORIZED
                   PERFORM 9600-WRITE-EXCEPTION
               END-IF
               GOBACK.

           1000-MATCH-ONE-ENTRY.
               IF OA-OPERATOR-ID = LK-OPERATOR-ID
                       AND OA-CAPABILITY = LK-CAPABILITY
                       AND (OA-PROGRAM-NAME = LK-PROGRAM-NAME
                           OR OA-PROGRAM-NAME = "*")
                   SET LK-AUTHORIZED TO TRUE
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
                   MOVE "SEVERE" TO EXLG-SEVERITY
                   MOVE LK-PROGRAM-NAME TO EXLG-PROGRAM-NAME
                   MOVE FUNCTION CURRENT-DATE TO EXLG-TIMESTAMP
                   MOVE WS-EXLG-MESSAGE TO EXLG-MESSAGE-TEXT
                   WRITE EXCEPTION-LOG-RECORD
                   CLOSE EXCEPT-LOG-FILE
               END-IF.
