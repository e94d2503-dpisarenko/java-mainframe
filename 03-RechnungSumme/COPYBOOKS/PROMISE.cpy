      *Promise-to-pay record - keyed by the open item's invoice
      *number plus a sequence number, one row per promise a
      *collector took on the item, so the item keeps the story of
      *every promise made and what became of it. RECHPTP logs the
      *promise (collector, promised amount and date) and flags the
      *open item promised; RECHCASH marks it KEPT once the cash
      *applied to the item since the promise reaches the promised
      *amount; RECHPTF marks it BROKEN the day after the hold date
      *(promised date plus grace) passes without that, and reports
      *promises made against promises kept per collector.
       01  PROMISE-TO-PAY-RECORD.
           05 PR-KEY.
               10 PR-INVOICE-NO  PIC 9(7).
               10 PR-SEQ-NO      PIC 9(2).
           05 PR-CUST-ID         PIC X(6).
           05 PR-COLLECTOR-ID    PIC X(8).
           05 PR-TAKEN-DATE      PIC 9(8).
           05 PR-PROMISED-DATE   PIC 9(8).
           05 PR-PROMISED-AMT    PIC S9(7)V99.
      *Last day dunning and finance charges hold off - the promised
      *date plus the grace period in force when it was taken.
           05 PR-HOLD-DATE       PIC 9(8).
      *Cash applied to the item since the promise was taken.
           05 PR-PAID-AMT        PIC S9(7)V99.
           05 PR-STATUS          PIC X.
               88 PR-PROMISE-OPEN     VALUE 'O'.
               88 PR-PROMISE-KEPT     VALUE 'K'.
               88 PR-PROMISE-BROKEN   VALUE 'B'.
               88 PR-PROMISE-CANCELLED VALUE 'C'.
      *Date the promise was kept, broken or cancelled (zero while
      *open).
           05 PR-RESOLVED-DATE   PIC 9(8).
