      *> CHANGE.APPROVALS record layout - dual-control change requests
      *> for RULEMNT.CONTROL and HOUSKEEP.CONTROL.  The file is only
      *> ever appended to: each change of status writes a new row for
      *> the request, and the last row for a request number carries
      *> its current status.  The cards are identified by their count
      *> and a hash of their contents.
      *> Statuses: PENDING, APPROVED, REJECTED, APPLIED.
       01 CHGREQ-RECORD.
           05 CQ-REQUEST-NUMBER     PIC 9(6).
           05 CQ-PROGRAM-NAME       PIC X(8).
           05 CQ-STATUS             PIC X(8).
           05 CQ-CARD-COUNT         PIC 9(5).
           05 CQ-CARD-HASH          PIC 9(18).
           05 CQ-SUBMITTER-ID       PIC X(8).
           05 CQ-SUBMIT-TIMESTAMP   PIC X(21).
           05 CQ-APPROVER-ID        PIC X(8).
           05 CQ-APPROVE-TIMESTAMP  PIC X(21).
           05 CQ-CYCLE-NUMBER       PIC 9(9).
