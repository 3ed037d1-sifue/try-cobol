      *> PROCDATE.CONTROL record layout - the logical processing date
      *> of the current cycle.  Written by JobScheduler beside
      *> CYCLE.CONTROL at the start of each night's stream and read
      *> (through GETPDATE) by every program that selects rules,
      *> dates a report or extract, or measures retention, so that a
      *> rerun after midnight still works to the cycle's own date.
      *> PD-DAY-TYPE is BUSINESS, WEEKEND or HOLIDAY from the business
      *> calendar; PD-MONTH-END-FLAG is Y on the month-end day.
       01 PROC-DATE-RECORD.
           05 PD-PROCESSING-DATE PIC 9(8).
           05 PD-DAY-TYPE        PIC X(8).
           05 PD-MONTH-END-FLAG  PIC X.
           05 PD-CYCLE-NUMBER    PIC 9(9).
           05 PD-SET-TS          PIC X(21).
