      *> Shared audit-log record layout, written by every batch program
      *> that runs in this system.  One record per program invocation.
      *> A run that applies a dual-control change also carries the
      *> operator who submitted it and the operator who approved it;
      *> both are blank on every other record.
       01 AUDIT-LOG-RECORD.
           05 ALOG-OPERATOR-ID       PIC X(8).
           05 ALOG-JOB-NAME          PIC X(8).
           05 ALOG-END-TIMESTAMP     PIC X(21).
           05 ALOG-COMPLETION-STATUS PIC X(8).
           05 ALOG-CYCLE-NUMBER      PIC 9(9).
           05 ALOG-SUBMITTER-ID      PIC X(8).
           05 ALOG-APPROVER-ID       PIC X(8).
