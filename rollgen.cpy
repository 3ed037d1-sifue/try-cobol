      *> ROLLGEN.DAT record layout - catalog of the report and extract
      *> generations Housekeeping has rolled aside, one row per file
      *> rolled.  RG-STATUS is set to BACKOUT when CycleBackout
      *> withdraws the generation.
       01 ROLLGEN-RECORD.
           05 RG-BASE-NAME      PIC X(16).
           05 RG-ROLLED-NAME    PIC X(40).
           05 RG-CYCLE-NUMBER   PIC 9(9).
           05 RG-ROLL-TIMESTAMP PIC X(14).
           05 RG-STATUS         PIC X(8).
              88 RG-ACTIVE      VALUE "ROLLED".
              88 RG-BACKED-OUT  VALUE "BACKOUT".
