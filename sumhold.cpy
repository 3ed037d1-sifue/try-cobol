      *> Prior SUMHIST.DAT record layout with the 10-digit
      *> SH-SUM-VALUE.  Used only to read history written before the
      *> sum field was widened (SumHistConvert, SumHistWiden).
       01 SUMHOLD-RECORD.
           05 SHO-INPUT-N       PIC 9(9).
           05 SHO-SUM-VALUE     PIC S9(10).
           05 SHO-RUN-TIMESTAMP PIC X(21).
           05 SHO-CYCLE-NUMBER  PIC 9(9).
