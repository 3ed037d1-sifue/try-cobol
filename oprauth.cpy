      *> OPERATOR.AUTH record layout - operator authority master.
      *> One row per operator, program and capability.  The program
      *> name is the name the program writes to ALOG-PROGRAM-NAME;
      *> "*" grants every program.  Capability RUN lets the operator
      *> start the program; APPROVE lets the operator approve another
      *> operator's change to that program's control cards (see
      *> CHANGE.APPROVALS).  Anyone not listed is refused.
       01 OPRAUTH-RECORD.
           05 OA-OPERATOR-ID        PIC X(8).
           05 FILLER                PIC X.
           05 OA-PROGRAM-NAME       PIC X(8).
           05 FILLER                PIC X.
           05 OA-CAPABILITY         PIC X(8).
