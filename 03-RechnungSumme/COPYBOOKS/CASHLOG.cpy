      *Cash-application log record - one per payment RECHCASH read
      *off the bank's payment file, whatever became of it, so the
      *daily bank reconciliation can match every statement credit
      *to what cash application did with it.
       01  CASH-LOG-RECORD.
           05 CL-PAYMENT-DATE    PIC 9(8).
           05 CL-CUST-ID         PIC X(6).
      *Invoice number the remittance quoted - zeros when none.
           05 CL-INVOICE-NO      PIC 9(7).
           05 CL-AMOUNT          PIC 9(7)V99.
      *'A' applied to an open item, 'O' posted on account as a new
      *credit item, 'S' left on the unapplied-cash suspense report.
           05 CL-DISPOSITION     PIC X.
               88 CL-APPLIED         VALUE 'A'.
               88 CL-ON-ACCOUNT      VALUE 'O'.
               88 CL-SUSPENSE        VALUE 'S'.
      *The open item applied to or the on-account item created -
      *zeros for suspense.
           05 CL-ITEM-NO         PIC 9(7).
