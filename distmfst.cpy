      *> DIST.MANIFEST record layout - the report distribution
      *> manifest.  ReportDistribution appends one row per report due
      *> to a recipient each cycle, whether it went out or not, and
      *> the file is never rolled or purged: it is the standing proof
      *> of which cycle's reports each recipient was sent.
      *> DM-STATUS is SENT, or MISSING (no file), EMPTY (no lines) or
      *> STALE (the last audit record of its producing program for
      *> the cycle is not SUCCESS); only SENT reports are in the
      *> bundle.  A DEMAND route is only due when its producer has
      *> run since the route's last row here, and is STALE when that
      *> latest run did not end SUCCESS.
       01 DIST-MANIFEST-RECORD.
           05 DM-CYCLE-NUMBER       PIC 9(9).
           05 DM-PROC-DATE          PIC 9(8).
           05 DM-RECIPIENT-ID       PIC X(8).
           05 DM-REPORT-NAME        PIC X(20).
           05 DM-FREQUENCY          PIC X(8).
           05 DM-STATUS             PIC X(8).
              88 DM-SENT            VALUE "SENT".
           05 DM-PAGES              PIC 9(5).
           05 DM-LINES              PIC 9(9).
           05 DM-BUNDLE-NAME        PIC X(30).
           05 DM-OPERATOR-ID        PIC X(8).
           05 DM-TIMESTAMP          PIC X(21).
