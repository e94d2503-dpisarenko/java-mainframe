      *Intercompany payable extract record - one per invoice document
      *billed to a group company, written by RECHSUM as the document
      *closes: the seller's invoice as the buying company books it
      *in its payables. The records accumulate over the month for
      *RECHICR, which proves them against the seller's intercompany
      *receivables at month end.
       01  IC-PAYABLE-RECORD.
      *Buying and selling group companies.
           05 ICP-BUYER-COMPANY     PIC X(2).
           05 ICP-SELLER-COMPANY    PIC X(2).
           05 ICP-INVOICE-NO        PIC 9(7).
           05 ICP-DOC-NO            PIC 9(9).
           05 ICP-INVOICE-DATE      PIC 9(8).
           05 ICP-DUE-DATE          PIC 9(8).
      *The account the buyer is billed under on the seller's side.
           05 ICP-CUST-ID           PIC X(6).
           05 ICP-CURRENCY-CODE     PIC X(3).
      *Document net, VAT and gross - negative for a credit or a
      *cancellation.
           05 ICP-NET-AMT           PIC S9(9)V99.
           05 ICP-VAT-AMT           PIC S9(9)V99.
           05 ICP-GROSS-AMT         PIC S9(9)V99.
           05 ICP-RUN-DATE          PIC 9(8).
