      *Customer-master maintenance transaction - one add, change or
      *delete per record, applied by CUSTMNT. A change carries the
      *customer's complete record (every field is replaced), so
      *programs that generate changes - the credit-review approval
      *among them - build it from the master as it stands and alter
      *only what they mean to change.
      *
      *Changes to the payment method, bank and mandate details,
      *credit limit or billing block wait on the sensitive-change
      *file for a second user: 'P' approves and 'J' rejects the
      *customer's pending change, and carries only the action, the
      *user id and the customer id.
      *
      *'X' closes the customer's account and 'O' reopens a closed
      *one; like an approval they carry only the action, the user
      *id and the customer id.
       01  CUST-TRAN-RECORD.
           05 CT-ACTION             PIC X.
               88 CT-ACTION-ADD         VALUE 'A'.
               88 CT-ACTION-CHANGE      VALUE 'C'.
               88 CT-ACTION-DELETE      VALUE 'D'.
               88 CT-ACTION-APPROVE     VALUE 'P'.
               88 CT-ACTION-REJECT      VALUE 'J'.
               88 CT-ACTION-CLOSE       VALUE 'X'.
               88 CT-ACTION-REOPEN      VALUE 'O'.
           05 CT-USER-ID            PIC X(8).
           05 CT-CUST-ID            PIC X(6).
           05 CT-CUST-NAME          PIC X(30).
           05 CT-ADDR-LINE1         PIC X(30).
           05 CT-ADDR-LINE2         PIC X(30).
           05 CT-CITY               PIC X(20).
           05 CT-STATE              PIC X(2).
           05 CT-ZIP                PIC X(10).
           05 CT-DELIVERY           PIC X.
           05 CT-EMAIL-ADDR         PIC X(40).
           05 CT-TERMS-NET-DAYS     PIC 9(3).
           05 CT-DISC-PCT           PIC 9V999.
           05 CT-DISC-DAYS          PIC 9(3).
           05 CT-CREDIT-LIMIT       PIC 9(7)V99.
           05 CT-PAY-METHOD         PIC X.
           05 CT-BANK-CODE          PIC X(8).
           05 CT-BANK-ACCT-NO       PIC X(17).
           05 CT-MANDATE-ID         PIC X(16).
           05 CT-MANDATE-DATE       PIC 9(8).
           05 CT-PARENT-CUST-ID     PIC X(6).
           05 CT-VAT-REG-NO         PIC X(14).
           05 CT-VAT-COUNTRY        PIC X(2).
           05 CT-REP-CODE           PIC X(4).
           05 CT-BILLING-BLOCK      PIC X.
           05 CT-WHT-FLAG           PIC X.
           05 CT-WHT-CATEGORY       PIC 9.
           05 CT-LANG-CODE          PIC X(2).
           05 CT-STRUCT-EINV-FLAG   PIC X.
           05 CT-BUYER-ROUTING-ID   PIC X(46).
           05 CT-INTERCO-COMPANY    PIC X(2).
           05 CT-BILL-CYCLE         PIC X.
           05 CT-BILL-CYCLE-DAY     PIC 9(2).
