      *> CONTROL.TOTALS record layout - the cycle balancing ledger.
      *> Each step posts its record counts here at end of run, one
      *> row per total.  A later posting of a count replaces an
      *> earlier one for the same cycle, program and total; the
      *> HIST- totals count SUMHIST.DAT changes and accumulate.
       01 CTLTOT-RECORD.
           05 CT-CYCLE-NUMBER       PIC 9(9).
           05 CT-PROGRAM-NAME       PIC X(8).
           05 CT-TOTAL-NAME         PIC X(16).
           05 CT-TOTAL-VALUE        PIC 9(9).
           05 CT-TIMESTAMP          PIC X(21).
