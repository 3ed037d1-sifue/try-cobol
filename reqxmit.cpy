      *> Inbound request transmission record layout - one file sent by
      *> a requesting department per transmission.  One HDR record
      *> naming the requester, the file date and the requester's
      *> transmission sequence number, one DTL record per request,
      *> and a TRL record with the DTL count and a hash total of the
      *> request numbers.  RQX-TARGET names the card file the request
      *> is for (FIZZBUZZ or COMBINED); RQX-REQUEST is the card as it
      *> would be typed, a plain N or a RANGE/STEP/SQUARES card.
      *> RequestIntake balances and sequence-checks each file before
      *> splitting its requests into the card files.
       01 REQXMIT-RECORD.
           05 RQX-RECORD-TYPE       PIC X(3).
              88 RQX-HEADER         VALUE "HDR".
              88 RQX-DETAIL         VALUE "DTL".
              88 RQX-TRAILER        VALUE "TRL".
           05 RQX-RECORD-DATA       PIC X(77).
           05 RQX-HEADER-DATA REDEFINES RQX-RECORD-DATA.
              10 RQX-REQUESTER-ID   PIC X(8).
              10 RQX-FILE-DATE      PIC 9(8).
              10 RQX-SEQUENCE       PIC 9(6).
              10 FILLER             PIC X(55).
           05 RQX-DETAIL-DATA REDEFINES RQX-RECORD-DATA.
              10 RQX-REQUEST-NUMBER PIC 9(6).
              10 RQX-TARGET         PIC X(8).
              10 RQX-REQUEST        PIC X(60).
              10 FILLER             PIC X(3).
           05 RQX-TRAILER-DATA REDEFINES RQX-RECORD-DATA.
              10 RQX-DETAIL-COUNT   PIC 9(9).
              10 RQX-HASH-TOTAL     PIC 9(18).
              10 FILLER             PIC X(50).
