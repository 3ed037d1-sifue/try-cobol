           IDENTIFICATION DIVISION.
           PROGRAM-ID. SUMMODE.
           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-CARD              PIC X(80).
           01 WS-KEYWORD           PIC X(10).
           01 WS-WORD-COUNT        BINARY-LONG.
           01 WS-VALUE-COUNT       BINARY-LONG.
           01 WS-VALUE-MIN         BINARY-LONG.
           01 WS-VALUE-MAX         BINARY-LONG.
           01 WS-VALUE-IDX         BINARY-LONG.
           01 WS-VALUE-TABLE.
              05 WS-VALUE-ENTRY OCCURS 4 TIMES.
                 10 WS-VALUE-TEXT  PIC X(20).
                 10 WS-VALUE-NAME  PIC X(4).
                 10 WS-VALUE-NUM   PIC 9(9).
           01 WS-TEST-RC           PIC 9(4).
           01 WS-NUMVAL            PIC S9(18).
           01 WS-NUMVAL-DEC        PIC S9(18)V9(6).
           01 WS-N-MAX             PIC S9(18) VALUE 999999999.
           01 WS-SUM-MAX           PIC S9(18)
                                   VALUE 999999999999999999.
           01 WS-WIDE-SUM          PIC S9(31).
           01 WS-TERM-COUNT        PIC 9(9).
           LINKAGE SECTION.
           COPY "sumparm.cpy".
           PROCEDURE DIVISION USING BY REFERENCE SM-PARMS.
           0000-MAIN.
               MOVE SPACES TO SM-REASON
               EVALUATE SM-FUNCTION
                   WHEN "PARSE"
                       PERFORM 1000-PARSE-CARD
                   WHEN "EXPECT"
                       PERFORM 2000-EXPECTED-SUM
                   WHEN OTHER
                       MOVE "E" TO SM-RESULT
                       MOVE "UNKNOWN SUMMODE FUNCTION" TO SM-REASON
               END-EVALUATE
               GOBACK.

           1000-PARSE-CARD.
               MOVE "X" TO SM-RESULT
               MOVE SPACES TO WS-KEYWORD
               MOVE SPACES TO WS-VALUE-TABLE
               MOVE 0 TO WS-WORD-COUNT
               MOVE FUNCTION TRIM(SM-CARD LEADING) TO WS-CARD
               UNSTRING WS-CARD DELIMITED BY ALL SPACE
                   INTO WS-KEYWORD WS-VALUE-TEXT(1) WS-VALUE-TEXT(2)
                        WS-VALUE-TEXT(3) WS-VALUE-TEXT(4)
                   TALLYING IN WS-WORD-COUNT
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-KEYWORD) TO WS-KEYWORD
               COMPUTE WS-VALUE-COUNT = WS-WORD-COUNT - 1
               EVALUATE WS-KEYWORD
                   WHEN "RANGE"
                       MOVE "R" TO SM-MODE
                       MOVE "RANGE" TO SM-MODE-NAME
                       MOVE 2 TO WS-VALUE-MIN
                       MOVE 2 TO WS-VALUE-MAX
                       MOVE "FROM" TO WS-VALUE-NAME(1)
                       MOVE "TO" TO WS-VALUE-NAME(2)
                       MOVE "V" TO SM-RESULT
                   WHEN "STEP"
                       MOVE "S" TO SM-MODE
                       MOVE "STEP" TO SM-MODE-NAME
                       MOVE 3 TO WS-VALUE-MIN
                       MOVE 3 TO WS-VALUE-MAX
                       MOVE "FROM" TO WS-VALUE-NAME(1)
                       MOVE "TO" TO WS-VALUE-NAME(2)
                       MOVE "STEP" TO WS-VALUE-NAME(3)
                       MOVE "V" TO SM-RESULT
                   WHEN "SQUARES"
                       MOVE "Q" TO SM-MODE
                       MOVE "SQUARES" TO SM-MODE-NAME
                       MOVE 1 TO WS-VALUE-MIN
                       MOVE 2 TO WS-VALUE-MAX
                       IF WS-VALUE-COUNT = 1
                           MOVE "TO" TO WS-VALUE-NAME(1)
                       ELSE
                           MOVE "FROM" TO WS-VALUE-NAME(1)
                           MOVE "TO" TO WS-VALUE-NAME(2)
                       END-IF
                       MOVE "V" TO SM-RESULT
               END-EVALUATE
               IF SM-VALID
                   IF WS-VALUE-COUNT < WS-VALUE-MIN
                       MOVE "E" TO SM-RESULT
                       STRING WS-KEYWORD DELIMITED BY SPACE
                           " CARD IS MISSING A VALUE" DELIMITED BY SIZE
                           INTO SM-REASON
                   END-IF
                   IF WS-VALUE-COUNT > WS-VALUE-MAX
                       MOVE "E" TO SM-RESULT
                       STRING WS-KEYWORD DELIMITED BY SPACE
                           " CARD HAS TOO MANY VALUES" DELIMITED BY SIZE
                           INTO SM-REASON
                   END-IF
               END-IF
               PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-VALUE-IDX > WS-VALUE-COUNT
                          OR NOT SM-VALID
                   PERFORM 1100-EDIT-ONE-VALUE
               END-PERFORM
               IF SM-VALID
                   PERFORM 1200-LOAD-REQUEST
               END-IF.

           1100-EDIT-ONE-VALUE.
               MOVE FUNCTION TEST-NUMVAL(WS-VALUE-TEXT(WS-VALUE-IDX))
                   TO WS-TEST-RC
               IF WS-TEST-RC NOT = 0
                   MOVE "E" TO SM-RESULT
                   STRING WS-VALUE-NAME(WS-VALUE-IDX) DELIMITED BY SPACE
                       " VALUE IS NOT NUMERIC" DELIMITED BY SIZE
                       INTO SM-REASON
               ELSE
                   COMPUTE WS-NUMVAL-DEC =
                       FUNCTION NUMVAL(WS-VALUE-TEXT(WS-VALUE-IDX))
                   IF WS-NUMVAL-DEC NOT =
                           FUNCTION INTEGER-PART(WS-NUMVAL-DEC)
                       MOVE "E" TO SM-RESULT
                       STRING WS-VALUE-NAME(WS-VALUE-IDX)
                               DELIMITED BY SPACE
                           " VALUE IS NOT A WHOLE NUMBER"
                               DELIMITED BY SIZE
                           INTO SM-REASON
                   ELSE
                       COMPUTE WS-NUMVAL =
                           FUNCTION INTEGER-PART(WS-NUMVAL-DEC)
                       IF WS-NUMVAL <= 0
                           MOVE "E" TO SM-RESULT
                           STRING WS-VALUE-NAME(WS-VALUE-IDX)
                                   DELIMITED BY SPACE
                               " VALUE MUST BE POSITIVE"
                                   DELIMITED BY SIZE
                               INTO SM-REASON
                       ELSE
                           IF WS-NUMVAL > WS-N-MAX
                               MOVE "E" TO SM-RESULT
                               STRING WS-VALUE-NAME(WS-VALUE-IDX)
                                       DELIMITED BY SPACE
                                   " VALUE EXCEEDS 999999999"
                                       DELIMITED BY SIZE
                                   INTO SM-REASON
                           ELSE
                               MOVE WS-NUMVAL
                                   TO WS-VALUE-NUM(WS-VALUE-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           1200-LOAD-REQUEST.
               MOVE 1 TO SM-FROM-N
               MOVE 1 TO SM-STEP-N
               EVALUATE TRUE
                   WHEN SM-MODE-RANGE
                       MOVE WS-VALUE-NUM(1) TO SM-FROM-N
                       MOVE WS-VALUE-NUM(2) TO SM-TO-N
                   WHEN SM-MODE-STEP
                       MOVE WS-VALUE-NUM(1) TO SM-FROM-N
                       MOVE WS-VALUE-NUM(2) TO SM-TO-N
                       MOVE WS-VALUE-NUM(3) TO SM-STEP-N
                   WHEN SM-MODE-SQUARES
                       IF WS-VALUE-COUNT = 1
                           MOVE WS-VALUE-NUM(1) TO SM-TO-N
                       ELSE
                           MOVE WS-VALUE-NUM(1) TO SM-FROM-N
                           MOVE WS-VALUE-NUM(2) TO SM-TO-N
                       END-IF
               END-EVALUATE
               IF SM-FROM-N > SM-TO-N
                   MOVE "E" TO SM-RESULT
                   MOVE "FROM VALUE EXCEEDS TO VALUE" TO SM-REASON
               ELSE
                   PERFORM 2000-EXPECTED-SUM
                   IF SM-OVERFLOW
                       MOVE "E" TO SM-RESULT
                       MOVE "SUM EXCEEDS 18 DIGITS" TO SM-REASON
                   END-IF
               END-IF.

           2000-EXPECTED-SUM.
               MOVE "V" TO SM-RESULT
               MOVE 0 TO SM-EXPECTED-SUM
               MOVE 0 TO WS-WIDE-SUM
               IF SM-MODE = SPACE
                   MOVE "N" TO SM-MODE
                   MOVE 1 TO SM-FROM-N
                   MOVE 1 TO SM-STEP-N
               END-IF
               EVALUATE TRUE
                   WHEN SM-MODE-N
                       MOVE "N" TO SM-MODE-NAME
                       COMPUTE WS-WIDE-SUM =
                           (SM-TO-N * (SM-TO-N + 1)) / 2
                   WHEN SM-MODE-RANGE
                       MOVE "RANGE" TO SM-MODE-NAME
                       IF SM-FROM-N <= SM-TO-N
                           COMPUTE WS-WIDE-SUM =
                               ((SM-FROM-N + SM-TO-N)
                                 * (SM-TO-N - SM-FROM-N + 1)) / 2
                       END-IF
                   WHEN SM-MODE-STEP
                       MOVE "STEP" TO SM-MODE-NAME
                       IF SM-FROM-N <= SM-TO-N AND SM-STEP-N > 0
                           COMPUTE WS-TERM-COUNT =
                               (SM-TO-N - SM-FROM-N) / SM-STEP-N + 1
                           COMPUTE WS-WIDE-SUM =
                               WS-TERM-COUNT * SM-FROM-N
                               + (SM-STEP-N * WS-TERM-COUNT
                                  * (WS-TERM-COUNT - 1)) / 2
                       END-IF
                   WHEN SM-MODE-SQUARES
                       MOVE "SQUARES" TO SM-MODE-NAME
                       IF SM-FROM-N <= SM-TO-N
                           COMPUTE WS-WIDE-SUM =
                               (SM-TO-N * (SM-TO-N + 1)
                                 * (2 * SM-TO-N + 1)) / 6
                               - ((SM-FROM-N - 1) * SM-FROM-N
                                 * (2 * SM-FROM-N - 1)) / 6
                       END-IF
                   WHEN OTHER
                       MOVE "E" TO SM-RESULT
                       MOVE "UNKNOWN SUM MODE" TO SM-REASON
               END-EVALUATE
               IF SM-VALID
                   IF WS-WIDE-SUM > WS-SUM-MAX
                       MOVE "O" TO SM-RESULT
                   ELSE
                       MOVE WS-WIDE-SUM TO SM-EXPECTED-SUM
                   END-IF
               END-IF.
