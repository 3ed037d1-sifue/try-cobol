      *> SUMCKPT.DAT record layout - restart checkpoint for SumOfIntegers.
      *> The file holds at most one record: the most recent checkpoint.
      *> A record written before the sum mode was added has a blank
      *> CKPT-MODE and is treated as mode N, FROM 1, STEP 1.
       01 SUMCKPT-RECORD.
           05 CKPT-N            PIC 9(9).
           05 CKPT-I            PIC 9(9).
           05 CKPT-SUMV         PIC S9(18).
           05 CKPT-TIMESTAMP    PIC X(21).
           05 CKPT-MODE         PIC X.
           05 CKPT-FROM         PIC 9(9).
           05 CKPT-STEP         PIC 9(9).
