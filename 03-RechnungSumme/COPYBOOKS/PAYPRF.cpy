      *Customer payment-profile record - keyed by customer, one per
      *customer with at least one payment on the ledger. Rebuilt
      *from scratch by every RECHPPF run from the payment-history
      *ledger (see PAYHIST.cpy), so the programs that act on
      *payment behaviour - the cash-receipts forecast among them -
      *read the same averages the printed profile shows.
       01  PAY-PROFILE-RECORD.
           05 PF-CUST-ID            PIC X(6).
           05 PF-PAY-COUNT          PIC 9(7).
      *Average days from invoice date to payment, over the whole
      *ledger and over the trailing trend window.
           05 PF-AVG-DAYS           PIC S9(5)V9.
           05 PF-RECENT-AVG-DAYS    PIC S9(5)V9.
           05 PF-TREND              PIC X(9).
           05 PF-PROFILE-DATE       PIC 9(8).
