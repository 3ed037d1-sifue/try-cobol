      *> INCIDENT.DAT record layout - the incident register.  One row
      *> per numbered incident, raised by IncidentMonitor from new
      *> SEVERE records in EXCEPTIONS.LOG and from WARN records that
      *> repeat past the threshold within one scan.  Later records
      *> from the same program with the same opening message text are
      *> counted against the incident while it is not CLOSED.
      *> INC-STATUS is OPEN, ACKED or CLOSED; IncidentUpdate applies
      *> acknowledgments and closures.  INC-ESCALATION is the level
      *> last paged, raised one step each time the incident stays
      *> open for another escalation interval of cycles.
       01 INCIDENT-RECORD.
           05 INC-NUMBER         PIC 9(6).
           05 INC-STATUS         PIC X(8).
           05 INC-SEVERITY       PIC X(6).
           05 INC-PROGRAM-NAME   PIC X(8).
           05 INC-MESSAGE-TEXT   PIC X(60).
           05 INC-FIRST-TS       PIC X(21).
           05 INC-LAST-TS        PIC X(21).
           05 INC-OCCURRENCES    PIC 9(7).
           05 INC-OPEN-CYCLE     PIC 9(9).
           05 INC-ESCALATION     PIC 9.
           05 INC-ACK-OPERATOR   PIC X(8).
           05 INC-ACK-TS         PIC X(21).
           05 INC-CLOSE-OPERATOR PIC X(8).
           05 INC-CLOSE-TS       PIC X(21).
           05 INC-RESOLUTION     PIC X(60).
