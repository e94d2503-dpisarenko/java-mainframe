      *Structured e-invoice extract - written by RECHSUM for every
      *invoice document of a customer on structured e-invoicing
      *(CM-STRUCT-EINV), read by RECHUBL, which builds the UBL/
      *XRechnung XML document from it. Per document: one header,
      *the document's lines (items and the freight charge) in
      *billing order, then a trailer with the document totals the
      *generator checks its own line sums against. Amounts are in
      *home currency, as billed; a line's VAT amount is the VAT
      *alone, the trailer's VAT total the gross.
       01  UBL-EXTRACT-RECORD.
           05 UX-RECORD-TYPE        PIC X.
               88 UX-HEADER             VALUE 'H'.
               88 UX-LINE               VALUE 'L'.
               88 UX-TRAILER            VALUE 'T'.
           05 UX-CUST-ID            PIC X(6).
           05 UX-DOC-NO             PIC 9(9).
           05 UX-DATA               PIC X(160).
           05 UX-HEADER-DATA REDEFINES UX-DATA.
               10 UX-COMPANY-CODE   PIC X(2).
               10 UX-INVOICE-NO     PIC 9(7).
               10 UX-INVOICE-DATE   PIC 9(8).
               10 UX-DUE-DATE       PIC 9(8).
               10 UX-RC-FLAG        PIC X.
                   88 UX-REVERSE-CHARGE VALUE 'Y'.
      *A reversal names the document it cancels.
               10 UX-STO-DOC-NO     PIC 9(9).
               10 UX-STO-DATE       PIC 9(8).
      *The buyer's purchase order quoted on the first line.
               10 UX-PO-NO          PIC X(20).
               10 UX-LANG-CODE      PIC X(2).
               10                   PIC X(95).
           05 UX-LINE-DATA REDEFINES UX-DATA.
               10 UX-LINE-NO        PIC 9(4).
               10 UX-LINE-KIND      PIC X.
                   88 UX-ITEM-LINE      VALUE 'I'.
                   88 UX-FREIGHT-LINE   VALUE 'F'.
               10 UX-ITEM-NO        PIC X(8).
               10 UX-ITEM-DESC      PIC X(60).
               10 UX-UNIT-OF-MEAS   PIC X(3).
      *Quantity is signed - a credit-memo line returns goods.
               10 UX-QUANTITY       PIC S9(5).
               10 UX-NET-AMT        PIC S9(7)V99.
               10 UX-VAT-CODE       PIC 9.
               10 UX-VAT-PCT        PIC 9(3)V99.
               10 UX-VAT-AMT        PIC S9(7)V99.
               10 UX-WHT-AMT        PIC S9(7)V99.
               10 UX-PO-NO-L        PIC X(20).
               10 UX-PO-LINE-NO     PIC X(6).
               10                   PIC X(20).
           05 UX-TRAILER-DATA REDEFINES UX-DATA.
               10 UX-LINE-COUNT     PIC 9(4).
      *The document's net total and its gross total including VAT,
      *the same pair the invoice total line prints - the VAT itself
      *is the difference.
               10 UX-TOTAL-NO-VAT   PIC S9(9)V99.
               10 UX-TOTAL-VAT      PIC S9(9)V99.
      *Unapplied customer credit the run drew down against the
      *document - the buyer pays the gross total less this.
               10 UX-PREPAID-AMT    PIC S9(9)V99.
               10                   PIC X(123).
