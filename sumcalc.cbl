           PROGRAM-ID. SUMCALC.
           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 n   BINARY-LONG.
           01 i   BINARY-LONG.
           01 sumv BINARY-DOUBLE VALUE 0.
           01 WS-FROM BINARY-LONG.
           01 WS-STEP BINARY-LONG.
           COPY "sumparm.cpy".
           LINKAGE SECTION.
           01 LK-N               BINARY-LONG.
           01 LK-SUM              BINARY-DOUBLE.
           01 LK-OVERFLOW-FLAG    PIC X.
              88 LK-OVERFLOW      VALUE "Y".
           01 LK-MODE             PIC X.
           01 LK-FROM             BINARY-LONG.
           01 LK-STEP             BINARY-LONG.
           PROCEDURE DIVISION USING BY REFERENCE LK-N LK-SUM
                   LK-OVERFLOW-FLAG LK-MODE LK-FROM LK-STEP.
           0000-MAIN.
               MOVE LK-N TO n
               MOVE "N" TO LK-OVERFLOW-FLAG
               MOVE 0 TO LK-SUM
               MOVE "EXPECT" TO SM-FUNCTION
               MOVE LK-MODE TO SM-MODE
               MOVE LK-FROM TO SM-FROM-N
               MOVE LK-N TO SM-TO-N
               MOVE LK-STEP TO SM-STEP-N
               CALL "SUMMODE" USING SM-PARMS
               IF NOT SM-VALID
                   SET LK-OVERFLOW TO TRUE
               END-IF
               MOVE SM-FROM-N TO WS-FROM
               MOVE SM-STEP-N TO WS-STEP
               IF NOT LK-OVERFLOW
                   MOVE 0 TO sumv
                   IF SM-MODE-SQUARES
                       PERFORM VARYING i FROM WS-FROM BY 1
                               UNTIL i > n
                           COMPUTE sumv = sumv + i * i
                       END-PERFORM
                   ELSE
                       PERFORM VARYING i FROM WS-FROM BY WS-STEP
                               UNTIL i > n
                           ADD i TO sumv
                       END-PERFORM
                   END-IF
                   MOVE sumv TO LK-SUM
               END-IF
               GOBACK.
