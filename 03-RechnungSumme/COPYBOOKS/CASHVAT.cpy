      *Cash-basis VAT register - one record per invoice document
      *billed under a company that accounts for VAT on receipts
      *(CO-VAT-CASH-BASIS), keyed by the document's invoice number
      *(the AR open item's key). RECHSUM writes it as the document
      *closes, with the net and VAT billed under each VAT code;
      *RECHCASH releases the VAT into VAT payable in proportion to
      *the cash received against the open item and logs each
      *release on the VAT release history (VATREL.cpy) the monthly
      *return reads. Released is always brought up to billed times
      *received over the document's gross total, so a bounced
      *collection that reopens the item takes its VAT back. RECHWOF
      *stamps a document written off: its unreleased VAT comes out
      *of suspense against the write-off, and from then on only cash
      *recovered on the item releases any more of it.
       01  CASH-VAT-REGISTER-RECORD.
           05 CV-INVOICE-NO         PIC 9(7).
           05 CV-COMPANY-CODE       PIC X(2).
           05 CV-CUST-ID            PIC X(6).
           05 CV-INVOICE-DATE       PIC 9(8).
      *VAT-inclusive document total, and the part of it the billing
      *run settled out of the customer's unapplied credit before
      *the open item posted - cash received as far as VAT goes.
           05 CV-DOC-GROSS          PIC S9(9)V99.
           05 CV-PREPAID-AMT        PIC S9(9)V99.
      *Billed and released figures per VAT code - subscript is the
      *code plus 1, since the codes run 0-9.
           05 CV-CODE-ENTRY OCCURS 10 TIMES.
               10 CV-NET-AMT        PIC S9(9)V99.
               10 CV-VAT-AMT        PIC S9(9)V99.
               10 CV-NET-RELEASED   PIC S9(9)V99.
               10 CV-VAT-RELEASED   PIC S9(9)V99.
           05 CV-LAST-RELEASE-DATE  PIC 9(8).
           05 CV-WRITEOFF-FLAG      PIC X.
               88 CV-WRITTEN-OFF        VALUE 'Y'.
           05 CV-WRITEOFF-DATE      PIC 9(8).
