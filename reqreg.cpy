      *> INTAKE.REGISTER record layout - one row per requesting
      *> department, holding the last transmission RequestIntake
      *> accepted from it.  The next transmission must carry the next
      *> sequence number and a file date no earlier than the last.  A
      *> department is registered by its first transmission, which
      *> must be sequence 1.  RR-CYCLE-FIRST-SEQ is the first sequence
      *> accepted in RR-LAST-CYCLE; when RequestIntake is run again
      *> under the same cycle number, the transmissions from that one
      *> through the last are taken again in order instead of being
      *> rejected as duplicates, so that the card files are rebuilt.
      *> A rerun under a new cycle number rejects them as duplicates;
      *> the card files are only replaced when at least one
      *> transmission is accepted, so that rerun leaves the cards the
      *> earlier run built in place.  This register is only rewritten
      *> once the new card files are in place.
       01 REQREG-RECORD.
           05 RR-REQUESTER-ID       PIC X(8).
           05 RR-LAST-SEQUENCE      PIC 9(6).
           05 RR-LAST-FILE-DATE     PIC 9(8).
           05 RR-LAST-CYCLE         PIC 9(9).
           05 RR-LAST-TIMESTAMP     PIC X(21).
           05 RR-XMIT-COUNT         PIC 9(7).
           05 RR-CYCLE-FIRST-SEQ    PIC 9(6).
