      *User authorisation table - keyed by UA-USER-ID, the CICS
      *sign-on id, one record per user of the online transactions.
      *Every online transaction (RSINQURY, RSHISTBR, RSARINQ,
      *RSCASHWK) reads the signed-on user's record before it shows
      *or changes anything: a user with no record, or a revoked
      *one, is refused outright; only the cash-applier and
      *supervisor roles may apply cash; and customer data is shown
      *only where it belongs to one of the user's companies - a
      *history line or open item under another company is left
      *out, and a keyed request for one is refused. Every refusal
      *goes onto the AUTHLOG queue (AUTHLOG.cpy). Maintained by
      *AUTHMNT; RECHAUR lists who holds which rights for the
      *periodic access review.
       01  USER-AUTH-RECORD.
           05 UA-USER-ID           PIC X(8).
           05 UA-USER-NAME         PIC X(30).
      *'I' may look but not change; 'C' may also apply unapplied
      *cash up to UA-APPLY-LIMIT per queued payment; 'S' may apply
      *any amount - a payment over the applier's limit has to be
      *applied by a supervisor.
           05 UA-ROLE              PIC X.
               88 UA-ROLE-INQUIRY      VALUE 'I'.
               88 UA-ROLE-CASH-APPLIER VALUE 'C'.
               88 UA-ROLE-SUPERVISOR   VALUE 'S'.
               88 UA-MAY-APPLY-CASH    VALUE 'C' 'S'.
      *A user who leaves or changes job is revoked rather than
      *deleted, so the access review still shows when the rights
      *went and who took them away.
           05 UA-STATUS            PIC X.
               88 UA-ACTIVE            VALUE 'A'.
               88 UA-REVOKED           VALUE 'R'.
           05 UA-APPLY-LIMIT       PIC 9(7)V99.
      *The legal entities (CO-COMPANY-CODE) whose customers the
      *user may see and work. '**' stands for every company.
           05 UA-COMPANY-COUNT     PIC 99.
           05 UA-COMPANY-CODE      PIC X(2) OCCURS 10 TIMES.
      *When the record was first granted, and when and by whom it
      *was last changed (granted, changed or revoked).
           05 UA-ADDED-DATE        PIC 9(8).
           05 UA-CHANGED-DATE      PIC 9(8).
           05 UA-CHANGED-BY        PIC X(8).
