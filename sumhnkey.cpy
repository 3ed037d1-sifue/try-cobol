      *> Prior SUMHIST.DAT record layout keyed on N alone, before the
      *> sum mode was added to the key.  Used only by SumHistRekey to
      *> read history written in that layout.
       01 SUMHNKEY-RECORD.
           05 SHN-INPUT-N       PIC 9(9).
           05 SHN-SUM-VALUE     PIC S9(18).
           05 SHN-RUN-TIMESTAMP PIC X(21).
           05 SHN-CYCLE-NUMBER  PIC 9(9).
