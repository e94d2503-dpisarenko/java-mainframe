      *Last-payments record - keyed by customer id, the newest ten
      *payment-ledger records for the customer, newest first. The
      *ledger itself is a batch-appended file the online account
      *inquiry (RSARINQ) cannot read, so RECHCASH keeps this
      *record current as it appends the ledger - including the
      *online applications it drains from the queue. A national-
      *account branch's payments roll into its parent's record
      *too, so the group's inquiry shows the whole group's cash.
       01  PAYMENT-LAST-RECORD.
           05 PL-CUST-ID         PIC X(6).
           05 PL-PAY-COUNT       PIC 99.
           05 PL-PAY OCCURS 10 TIMES.
               10 PL-PAY-DATE        PIC 9(8).
               10 PL-PAY-CUST-ID     PIC X(6).
               10 PL-PAY-INVOICE-NO  PIC 9(7).
               10 PL-PAY-AMOUNT      PIC S9(7)V99.
               10 PL-PAY-DAYS        PIC S9(5).
