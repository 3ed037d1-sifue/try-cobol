      *> ALERTS.OUT record layout - the outbound file collected by the
      *> on-call paging interface.  IncidentMonitor appends one record
      *> when an incident is raised (ALRT-TYPE NEW) and one each time
      *> an open incident is escalated (ESCALATE, with the new level).
       01 ALERT-RECORD.
           05 ALRT-TIMESTAMP     PIC X(21).
           05 ALRT-CYCLE-NUMBER  PIC 9(9).
           05 ALRT-TYPE          PIC X(8).
           05 ALRT-INCIDENT      PIC 9(6).
           05 ALRT-LEVEL         PIC 9.
           05 ALRT-SEVERITY      PIC X(6).
           05 ALRT-PROGRAM-NAME  PIC X(8).
           05 ALRT-MESSAGE-TEXT  PIC X(60).
