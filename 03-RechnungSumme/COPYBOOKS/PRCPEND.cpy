      *Price-maintenance change awaiting approval - keyed by the
      *table (C contract price, Q quantity break) plus the row's
      *own key image, so a row can have only one change in flight.
      *PRCMAINT writes it when Sales keys an add, change or expiry
      *and applies it to CONTPRC/QTYBRK only when a second person
      *approves it; a rejection just removes it. Either way the
      *audit trail keeps the story.
       01  PRICE-PENDING-RECORD.
           05 PP-KEY.
               10 PP-TABLE-ID       PIC X.
                   88 PP-TABLE-CONTRACT VALUE 'C'.
                   88 PP-TABLE-BREAK    VALUE 'Q'.
      *CP-KEY (customer, item, effective date) for a contract row,
      *QB-KEY (item, minimum quantity) space-filled for a tier.
               10 PP-ROW-KEY        PIC X(22).
           05 PP-ACTION             PIC X.
               88 PP-ACTION-ADD         VALUE 'A'.
               88 PP-ACTION-CHANGE      VALUE 'C'.
               88 PP-ACTION-EXPIRE      VALUE 'X'.
           05 PP-PRICE              PIC 9(3)V99.
           05 PP-EXPIRY-DATE        PIC 9(8).
           05 PP-ENTERED-BY         PIC X(8).
           05 PP-ENTERED-DATE       PIC 9(8).
