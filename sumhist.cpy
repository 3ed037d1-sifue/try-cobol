      *> SUMHIST.DAT record layout - the keyed sum-history master,
      *> INDEXED with RECORD KEY SH-HIST-KEY, one row per distinct
      *> request.  SH-SUM-MODE is N (1 through N), R (range FROM
      *> through N), S (every STEP-th integer from FROM through N) or
      *> Q (squares of FROM through N); N rows carry FROM 1, STEP 1.
      *> SH-SUM-VALUE holds the full sum for any N up to 999999999;
      *> the prior 10-digit layout is kept in sumhold.cpy and the
      *> layout keyed on N alone in sumhnkey.cpy.
       01 SUMHIST-RECORD.
           05 SH-HIST-KEY.
              10 SH-INPUT-N     PIC 9(9).
              10 SH-SUM-MODE    PIC X.
              10 SH-FROM-N      PIC 9(9).
              10 SH-STEP-N      PIC 9(9).
           05 SH-SUM-VALUE      PIC S9(18).
           05 SH-RUN-TIMESTAMP  PIC X(21).
           05 SH-CYCLE-NUMBER   PIC 9(9).
