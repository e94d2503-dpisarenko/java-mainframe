      *Deferred-revenue schedule - one record per advance-billed
      *recurring charge, keyed by the invoice number RECHRCR gave
      *the generated line (every generated line carries its own
      *number). RECHRCR writes the record pending when it generates
      *the line; RECHSUM bills the line into the deferred-revenue
      *account instead of revenue and stamps the amount deferred,
      *and takes any credit or cancellation against the invoice off
      *the unreleased balance; RECHDRV releases the earned slice
      *into revenue at each month end and reports the roll-forward.
      *The unreleased balance is always billed less credited less
      *released.
       01  DEFERRAL-SCHEDULE-RECORD.
           05 DS-INVOICE-NO         PIC 9(7).
           05 DS-CONTRACT-ID        PIC X(10).
           05 DS-CUST-ID            PIC X(6).
           05 DS-ITEM-NO            PIC X(8).
           05 DS-COMPANY-CODE       PIC X(2).
      *The service period the charge pays for - from the billing
      *date's month for DS-SERVICE-MONTHS calendar months.
           05 DS-SERVICE-FROM       PIC 9(8).
           05 DS-SERVICE-MONTHS     PIC 9(2).
           05 DS-STATUS             PIC X.
               88 DS-PENDING            VALUE 'P'.
               88 DS-DEFERRING          VALUE 'B'.
               88 DS-FULLY-RELEASED     VALUE 'R'.
           05 DS-BILLED-DATE        PIC 9(8).
      *Home-currency net revenue deferred at billing, the part of it
      *reversed by credit memos and cancellations, and the part
      *released into revenue so far.
           05 DS-BILLED-AMT         PIC S9(9)V99.
           05 DS-CREDITED-AMT       PIC S9(9)V99.
           05 DS-RELEASED-AMT       PIC S9(9)V99.
           05 DS-MONTHS-RELEASED    PIC 9(2).
           05 DS-LAST-REL-PERIOD    PIC 9(6).
      *Billed and credited amounts as they stood at the last
      *release run - the difference to the running figures is this
      *period's movement on the roll-forward report.
           05 DS-RF-BILLED-AMT      PIC S9(9)V99.
           05 DS-RF-CREDITED-AMT    PIC S9(9)V99.
      *The group company the charge was billed to (the customer's
      *CM-INTERCO-COMPANY when RECHSUM billed it) - spaces for a
      *third party. RECHDRV releases a group company's charge into
      *intercompany revenue, where the billing run would have
      *credited it undeferred.
           05 DS-INTERCO-COMPANY    PIC X(2).
