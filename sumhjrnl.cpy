      *> SUMHIST.JOURNAL record layout - one entry per add, update or
      *> delete applied to the SUMHIST.DAT keyed master, carrying the
      *> row as it stood before and after the change.  The before
      *> image is blank on an add, the after image blank on a delete.
       01 SUMHJRNL-RECORD.
           05 SHJ-TIMESTAMP         PIC X(21).
           05 SHJ-CYCLE-NUMBER      PIC 9(9).
           05 SHJ-PROGRAM-NAME      PIC X(8).
           05 SHJ-ACTION            PIC X.
              88 SHJ-ADD            VALUE "A".
              88 SHJ-UPDATE         VALUE "U".
              88 SHJ-DELETE         VALUE "D".
           05 SHJ-BEFORE-IMAGE.
              10 SHJB-HIST-KEY.
                 15 SHJB-INPUT-N    PIC 9(9).
                 15 SHJB-SUM-MODE   PIC X.
                 15 SHJB-FROM-N     PIC 9(9).
                 15 SHJB-STEP-N     PIC 9(9).
              10 SHJB-SUM-VALUE     PIC S9(18).
              10 SHJB-RUN-TIMESTAMP PIC X(21).
              10 SHJB-CYCLE-NUMBER  PIC 9(9).
           05 SHJ-AFTER-IMAGE.
              10 SHJA-HIST-KEY.
                 15 SHJA-INPUT-N    PIC 9(9).
                 15 SHJA-SUM-MODE   PIC X.
                 15 SHJA-FROM-N     PIC 9(9).
                 15 SHJA-STEP-N     PIC 9(9).
              10 SHJA-SUM-VALUE     PIC S9(18).
              10 SHJA-RUN-TIMESTAMP PIC X(21).
              10 SHJA-CYCLE-NUMBER  PIC 9(9).
