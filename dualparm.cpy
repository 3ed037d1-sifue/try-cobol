      *> DUALCTL parameter block, shared by the dual-control
      *> subprogram and the programs that call it.
      *> Functions:
      *>   HASH     - count and hash the cards in DC-CONTROL-FILE
      *>   CHECK    - look for an approved request matching the cards,
      *>              submitting a new one if none is pending; an
      *>              approval is used once (RulesMaint)
      *>   STANDING - as CHECK, but the last approved request stays in
      *>              force until another is approved (Housekeeping)
      *>   APPLIED  - record that DC-REQUEST-NUMBER has been applied
       01 DC-PARMS.
           05 DC-FUNCTION           PIC X(8).
           05 DC-PROGRAM-NAME       PIC X(8).
           05 DC-OPERATOR-ID        PIC X(8).
           05 DC-CONTROL-FILE       PIC X(32).
           05 DC-CYCLE-NUMBER       PIC 9(9).
           05 DC-CARD-COUNT         PIC 9(5).
           05 DC-CARD-HASH          PIC 9(18).
           05 DC-REQUEST-NUMBER     PIC 9(6).
           05 DC-REQUEST-STATUS     PIC X(8).
           05 DC-SUBMITTER-ID       PIC X(8).
           05 DC-APPROVER-ID        PIC X(8).
           05 DC-RESULT             PIC X.
              88 DC-APPROVED        VALUE "A".
              88 DC-AWAITING        VALUE "P".
              88 DC-SUBMITTED       VALUE "S".
              88 DC-FAILED          VALUE "E".
