      *> COMBCKPT.DAT record layout - restart checkpoint for
      *> CombinedReport.  The file holds at most one record: the count
      *> of COMBINED.INPUT records whose report section is complete.
      *> A partitioned run keeps one checkpoint per partition in
      *> COMBCKPT.Pnn, counting records of COMBINED.INPUT.Pnn, and
      *> carries the partition's history counts so far so that a
      *> restarted partition does not need the journal to re-seed them.
      *> The counts are only carried forward when the restart is in
      *> the same cycle, CCKPT-CYCLE-NUMBER, as the checkpoint.
       01 COMBCKPT-RECORD.
           05 CCKPT-LAST-RECORD PIC 9(9).
           05 CCKPT-TIMESTAMP   PIC X(21).
           05 CCKPT-HIST-ADDED  PIC 9(9).
           05 CCKPT-HIST-UPDATED PIC 9(9).
           05 CCKPT-CYCLE-NUMBER PIC 9(9).
