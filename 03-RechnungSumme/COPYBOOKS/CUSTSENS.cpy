      *Sensitive customer-change record - keyed by customer id, one
      *per customer. The fields that move money or credit - the
      *payment method and bank/mandate details, the credit limit
      *and the billing block - are under dual control: CUSTMNT
      *parks a change to any of them here with who keyed it, and
      *applies it only when a different authorised user approves
      *it; a rejection leaves the master as it was. The record
      *stays after the decision (approved or rejected, by whom and
      *when) for the daily sensitive-change report, until the
      *customer's next sensitive change reuses it - the full
      *history is on the customer audit file.
       01  CUST-SENSITIVE-RECORD.
           05 CS-CUST-ID            PIC X(6).
           05 CS-STATUS             PIC X.
               88 CS-PENDING            VALUE 'P'.
               88 CS-APPROVED           VALUE 'A'.
               88 CS-REJECTED           VALUE 'J'.
      *What the change touches - 'Y' per group.
           05 CS-BANK-CHANGED       PIC X.
           05 CS-LIMIT-CHANGED      PIC X.
           05 CS-BLOCK-CHANGED      PIC X.
      *Set when the change came with a new customer: the account
      *is written billing-blocked until the approval lifts it.
           05 CS-NEW-ACCOUNT        PIC X.
      *The values the change would put on the master ...
           05 CS-NEW-VALUES.
               10 CS-PAY-METHOD      PIC X.
               10 CS-BANK-CODE       PIC X(8).
               10 CS-BANK-ACCT-NO    PIC X(17).
               10 CS-MANDATE-ID      PIC X(16).
               10 CS-MANDATE-DATE    PIC 9(8).
               10 CS-CREDIT-LIMIT    PIC 9(7)V99.
               10 CS-BILLING-BLOCK   PIC X.
      *... and the ones on it when the change was keyed.
           05 CS-OLD-VALUES.
               10 CS-OLD-PAY-METHOD  PIC X.
               10 CS-OLD-BANK-CODE   PIC X(8).
               10 CS-OLD-BANK-ACCT-NO PIC X(17).
               10 CS-OLD-MANDATE-ID  PIC X(16).
               10 CS-OLD-MANDATE-DATE PIC 9(8).
               10 CS-OLD-CREDIT-LIMIT PIC 9(7)V99.
               10 CS-OLD-BILLING-BLOCK PIC X.
           05 CS-REQUESTED-BY       PIC X(8).
           05 CS-REQUESTED-DATE     PIC 9(8).
           05 CS-REQUESTED-TIME     PIC 9(8).
           05 CS-DECIDED-BY         PIC X(8).
           05 CS-DECIDED-DATE       PIC 9(8).
      *Date the customer's bank details last changed on the master
      *through an approved change - carried forward when the record
      *is reused, so the refund run can hold payments to an account
      *changed only days ago until it is verified.
           05 CS-BANK-CHANGE-DATE   PIC 9(8).
