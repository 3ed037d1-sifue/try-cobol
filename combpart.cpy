      *> COMBPART.DAT record layout - the CombinedReport partition
      *> plan.  CombinedSplit writes one row per partition when it
      *> divides COMBINED.INPUT into COMBINED.INPUT.Pnn; each partition
      *> is a contiguous block of the input starting at original record
      *> CP-FIRST-RECORD.  CombinedReport marks its row RUNNING when it
      *> starts and DONE with its counts when it ends; CombinedMerge
      *> marks every row MERGED once COMBINED.REPORT and
      *> COMBINED.EXTRACT have been rebuilt.  A plan with any row not
      *> yet MERGED is kept on the next split so that only unfinished
      *> partitions are run again, provided COMBINED.INPUT still has
      *> the same record count and CP-INPUT-HASH, the hash of the whole
      *> input file at split time carried on every row.
      *> CP-DONE-CYCLE is the cycle in which the partition reached
      *> DONE; CombinedMerge posts history counts only for partitions
      *> done in the merging cycle, since only those journal rows
      *> carry that cycle number.
       01 COMBPART-RECORD.
           05 CP-PARTITION          PIC 9(2).
           05 CP-CYCLE-NUMBER       PIC 9(9).
           05 CP-FIRST-RECORD       PIC 9(9).
           05 CP-RECORD-COUNT       PIC 9(9).
           05 CP-STATUS             PIC X(8).
              88 CP-READY           VALUE "READY".
              88 CP-RUNNING         VALUE "RUNNING".
              88 CP-DONE            VALUE "DONE".
              88 CP-MERGED          VALUE "MERGED".
           05 CP-RECORDS-DONE       PIC 9(9).
           05 CP-ZERO-COUNT         PIC 9(9).
           05 CP-DETAIL-COUNT       PIC 9(9).
           05 CP-HIST-ADDED         PIC 9(9).
           05 CP-HIST-UPDATED       PIC 9(9).
           05 CP-START-TS           PIC X(21).
           05 CP-END-TS             PIC X(21).
           05 CP-INPUT-HASH         PIC 9(18).
           05 CP-DONE-CYCLE         PIC 9(9).
