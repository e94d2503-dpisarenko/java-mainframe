      *Direct-debit mandate register - one record per customer and
      *mandate, keyed by both. RECHMDT registers every mandate it
      *finds on a direct-debit customer's master record, ends the
      *ones the master no longer carries, and lapses the ones
      *unused for 36 months (the customer falls back to remittance
      *and Credit gets a notice). RECHDD collects only under an
      *active or ending mandate and stamps each collection here,
      *which decides the SEPA sequence type: the first collection
      *under a mandate goes as FRST, the last one before an end
      *request as FNAL, everything else as RCUR.
       01  MANDATE-REGISTER-RECORD.
           05 MR-KEY.
               10 MR-CUST-ID         PIC X(6).
               10 MR-MANDATE-ID      PIC X(16).
           05 MR-STATUS             PIC X.
               88 MR-ACTIVE             VALUE 'A'.
      *End requested - the next collection goes as FNAL and the
      *mandate closes after it.
               88 MR-ENDING             VALUE 'E'.
               88 MR-CLOSED             VALUE 'C'.
               88 MR-LAPSED             VALUE 'L'.
               88 MR-COLLECTABLE        VALUE 'A' 'E'.
           05 MR-BANK-CODE          PIC X(8).
           05 MR-BANK-ACCT-NO       PIC X(17).
           05 MR-SIGNED-DATE        PIC 9(8).
           05 MR-REGISTERED-DATE    PIC 9(8).
           05 MR-FIRST-COLLECT-DATE PIC 9(8).
           05 MR-LAST-COLLECT-DATE  PIC 9(8).
           05 MR-FINAL-COLLECT-DATE PIC 9(8).
           05 MR-COLLECT-COUNT      PIC 9(5).
           05 MR-COLLECT-AMOUNT     PIC S9(9)V99.
           05 MR-END-REQUESTED-BY   PIC X(8).
           05 MR-END-REQUESTED-DATE PIC 9(8).
           05 MR-CLOSED-DATE        PIC 9(8).
           05 MR-CLOSE-REASON       PIC X(2).
               88 MR-CLOSED-LAPSED      VALUE 'LP'.
               88 MR-CLOSED-FINAL       VALUE 'FN'.
               88 MR-CLOSED-REPLACED    VALUE 'RP'.
               88 MR-CLOSED-REMOVED     VALUE 'EN'.
