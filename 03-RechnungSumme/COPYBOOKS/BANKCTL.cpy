      *Cash-book control record - one record mirroring the GL's
      *bank account (1000-BANK): every program that moves money
      *through the bank (RECHCASH receipts in, RECHRFD refunds
      *out, RECHDDR direct-debit returns out) rolls its movement
      *in here, the way each rolls the AR control. The daily bank
      *reconciliation proves the statement against it and keeps
      *the last statement it reconciled, so the next day's opening
      *balance must pick up where that one closed.
       01  BANK-CONTROL-RECORD.
           05 BK-CONTROL-BAL     PIC S9(13)V99.
           05 BK-LAST-UPDATE     PIC 9(8).
           05 BK-STMT-DATE       PIC 9(8).
           05 BK-STMT-BAL        PIC S9(13)V99.
