      *> SUMHIST.IMAGE record layout - the nightly image copy of the
      *> SUMHIST.DAT keyed master.  One HDR record carrying the time
      *> and cycle the copy was taken, one ROW record per history row
      *> in key order, and a TRL record with the row count and a hash
      *> total of the keys.  SumHistRecover rebuilds the master from
      *> this file and replays SUMHIST.JOURNAL entries made after it.
       01 SUMHIMG-RECORD.
           05 SHI-RECORD-TYPE       PIC X(3).
              88 SHI-HEADER         VALUE "HDR".
              88 SHI-ROW            VALUE "ROW".
              88 SHI-TRAILER        VALUE "TRL".
           05 SHI-ROW-IMAGE         PIC X(76).
           05 SHI-HEADER-DATA REDEFINES SHI-ROW-IMAGE.
              10 SHI-IMAGE-TIMESTAMP PIC X(21).
              10 SHI-IMAGE-CYCLE    PIC 9(9).
              10 FILLER             PIC X(46).
           05 SHI-TRAILER-DATA REDEFINES SHI-ROW-IMAGE.
              10 SHI-ROW-COUNT      PIC 9(9).
              10 SHI-HASH-TOTAL     PIC 9(18).
              10 FILLER             PIC X(49).
