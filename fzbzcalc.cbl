
           1050-LOAD-RULES.
               IF NOT WS-RULES-LOADED
                   CALL "GETPDATE" USING WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
                   MOVE 0 TO WS-SELECTED-VERSION
                   OPEN INPUT FZ-RULES-FILE
