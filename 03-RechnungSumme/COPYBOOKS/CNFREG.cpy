      *Balance-confirmation register - one record per account
      *circularised for the auditors, keyed by the cut-off date of
      *the confirmation round and the account confirmed (the parent
      *account when the round was run at national-account level).
      *RECHCNF writes the record when it prints the letter; RECHCNR
      *applies the customer's reply keyed back from the returned
      *slip and reconciles the stated balance against it.
       01  CONFIRMATION-REGISTER-RECORD.
           05 CR-KEY.
               10 CR-CUTOFF-DATE     PIC 9(8).
               10 CR-ACCT-ID         PIC X(6).
           05 CR-ACCT-NAME          PIC X(30).
      *Why the account was picked - over the auditors' threshold,
      *or drawn in the sample of the remaining balances.
           05 CR-SELECT-REASON      PIC X.
               88 CR-SELECTED-THRESHOLD VALUE 'T'.
               88 CR-SELECTED-SAMPLE    VALUE 'S'.
      *'C' = confirmed as a single account, 'P' = confirmed at
      *parent level for the whole national-account group.
           05 CR-LEVEL              PIC X.
               88 CR-LEVEL-CUSTOMER     VALUE 'C'.
               88 CR-LEVEL-PARENT       VALUE 'P'.
           05 CR-STATED-BAL         PIC S9(9)V99.
           05 CR-ITEM-COUNT         PIC 9(5).
           05 CR-SENT-DATE          PIC 9(8).
           05 CR-REPLY-STATUS       PIC X.
               88 CR-REPLY-AWAITED      VALUE ' '.
               88 CR-REPLY-AGREED       VALUE 'A'.
               88 CR-REPLY-DISAGREED    VALUE 'D'.
           05 CR-REPLY-DATE         PIC 9(8).
      *The balance the customer says they owe - equal to the stated
      *balance on an agreed reply.
           05 CR-REPLY-BAL          PIC S9(9)V99.
           05 CR-REPLY-NOTE         PIC X(30).
           05 CR-REPLY-USER         PIC X(8).
