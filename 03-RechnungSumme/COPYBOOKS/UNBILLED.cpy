      *Unbilled delivery - one per transmission line of a customer
      *on a billing cycle (see CM-BILL-CYCLE), keyed by company,
      *customer, the line's own invoice number and its sequence
      *within that number. The billing run prices and validates the
      *line when it arrives and writes it here PENDING with the
      *amounts it priced at and the cycle date it is due to bill
      *on; the run on or after that date bills every pending line
      *of the customer as one collective invoice document, under
      *the first line's invoice number, and marks them BILLED. The
      *billed lines are kept for the duplicate check and for
      *RECHUNB's delivered-not-invoiced report.
       01  UNBILLED-DELIVERY-RECORD.
           05 UB-KEY.
               10 UB-COMPANY-CODE    PIC X(2).
               10 UB-CUST-ID         PIC X(6).
               10 UB-INVOICE-NO      PIC 9(7).
               10 UB-LINE-SEQ        PIC 9(3).
           05 UB-DELIVERY-DATE      PIC 9(8).
           05 UB-CYCLE-DATE         PIC 9(8).
           05 UB-STATUS             PIC X.
               88 UB-PENDING            VALUE 'P'.
               88 UB-BILLED             VALUE 'B'.
           05 UB-ACCRUED-DATE       PIC 9(8).
           05 UB-BILLED-DATE        PIC 9(8).
           05 UB-COLL-INVOICE-NO    PIC 9(7).
      *The transmission line as priced - contract or break price in
      *place, the ship-to jurisdiction's VAT code resolved.
           05 UB-INPUT-DATA         PIC X(59).
      *Home-currency amounts and pricing state the line priced at -
      *the collective document bills exactly these, nothing is
      *repriced on the cycle date.
           05 UB-NET-AMT            PIC S9(7)V99.
           05 UB-GROSS-AMT          PIC S9(7)V99.
           05 UB-REBATE-AMT         PIC S9(5)V99.
           05 UB-WHT-AMT            PIC S9(7)V99.
           05 UB-CURRENCY-MULT      PIC 9(3)V9(4).
           05 UB-VAT-MULT           PIC 9(5)V999.
           05 UB-RC-FLAG            PIC X.
           05 UB-CONTRACT-FLAG      PIC X.
           05 UB-BREAK-FLAG         PIC X.
           05 UB-MIN-CHG-FLAG       PIC X.
           05 UB-DEST-ZIP           PIC X(10).
           05 UB-PO-NO              PIC X(20).
           05 UB-PO-LINE-NO         PIC X(6).
