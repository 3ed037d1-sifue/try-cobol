      *> SUMMODE parameter block, shared by the sum-mode subprogram
      *> and the programs that call it.
      *> Functions:
      *>   PARSE  - read SM-CARD; a RANGE, STEP or SQUARES card is
      *>            edited into SM-MODE, SM-FROM-N, SM-TO-N and
      *>            SM-STEP-N and its sum proven to fit 18 digits.
      *>            Any other card is left for the caller's N edit.
      *>   EXPECT - return in SM-EXPECTED-SUM the closed-form sum for
      *>            the request in SM-MODE, SM-FROM-N, SM-TO-N and
      *>            SM-STEP-N (a blank mode is taken as N).
      *> Card formats (keyword first, values separated by spaces):
      *>   RANGE from to        sum of from through to
      *>   STEP from to step    sum of from, from+step, ... up to to
      *>   SQUARES to           sum of squares of 1 through to
      *>   SQUARES from to      sum of squares of from through to
       01 SM-PARMS.
           05 SM-FUNCTION           PIC X(8).
           05 SM-CARD               PIC X(80).
           05 SM-MODE               PIC X.
              88 SM-MODE-N          VALUE "N".
              88 SM-MODE-RANGE      VALUE "R".
              88 SM-MODE-STEP       VALUE "S".
              88 SM-MODE-SQUARES    VALUE "Q".
           05 SM-FROM-N             PIC 9(9).
           05 SM-TO-N               PIC 9(9).
           05 SM-STEP-N             PIC 9(9).
           05 SM-EXPECTED-SUM       PIC S9(18).
           05 SM-MODE-NAME          PIC X(8).
           05 SM-REASON             PIC X(40).
           05 SM-RESULT             PIC X.
              88 SM-VALID           VALUE "V".
              88 SM-NOT-MODE-CARD   VALUE "X".
              88 SM-INVALID         VALUE "E".
              88 SM-OVERFLOW        VALUE "O".
