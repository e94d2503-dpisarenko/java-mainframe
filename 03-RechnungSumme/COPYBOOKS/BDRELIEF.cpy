      *Bad-debt VAT relief register - one record per written-off
      *item on which output VAT was reclaimed, keyed by the item's
      *invoice number (the AR open item's key). RECHWOF writes it
      *when it posts the write-off, with the VAT share of the
      *written-off balance per VAT code worked out from the billed
      *history at the rate in force on the invoice date; RECHCASH
      *reverses the relief in proportion to any cash that later
      *arrives on the item. Both log the movement on the VAT
      *release history (VATREL.cpy) the monthly return reads.
       01  BAD-DEBT-RELIEF-RECORD.
           05 BR-INVOICE-NO         PIC 9(7).
           05 BR-COMPANY-CODE       PIC X(2).
           05 BR-CUST-ID            PIC X(6).
           05 BR-INVOICE-DATE       PIC 9(8).
           05 BR-WRITEOFF-DATE      PIC 9(8).
      *VAT-inclusive balance written off, and the cash recovered on
      *the item since - reversed is always relief times recovered
      *over written off, all of it once the balance is recovered.
           05 BR-WRITTEN-OFF-AMT    PIC S9(9)V99.
           05 BR-RECOVERED-AMT      PIC S9(9)V99.
      *Relief claimed and reversed per VAT code - subscript is the
      *code plus 1, since the codes run 0-9.
           05 BR-CODE-ENTRY OCCURS 10 TIMES.
               10 BR-NET-RELIEF     PIC S9(9)V99.
               10 BR-VAT-RELIEF     PIC S9(9)V99.
               10 BR-NET-REVERSED   PIC S9(9)V99.
               10 BR-VAT-REVERSED   PIC S9(9)V99.
           05 BR-LAST-REVERSE-DATE  PIC 9(8).
