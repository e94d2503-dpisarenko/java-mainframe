      *Collector portfolio table - one line per range of worklist
      *accounts (the parent account for a national-account branch)
      *and the collector who works them. Maintained by the
      *collections supervisor as a plain card file; RECHCWL loads it
      *at start-up and the first range containing the account wins,
      *so a single-account line placed ahead of a wider range
      *carves that account out for a different collector. Accounts
      *no range covers land on the UNASSIGN list.
       01  COLLECTOR-PORTFOLIO-RECORD.
           05 CP-CUST-FROM       PIC X(6).
           05 CP-CUST-TO         PIC X(6).
           05 CP-COLLECTOR-ID    PIC X(8).
           05 CP-COLLECTOR-NAME  PIC X(30).
