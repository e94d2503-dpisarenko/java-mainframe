      *the billing run can price exposure without re-adding the
      *whole open-item file per customer.
           05 CM-OPEN-AR-BAL       PIC S9(9)V99.
      *Language the customer's documents are produced in - an ISO
      *code ('EN', 'FR', ...) selecting the rows of the document
      *text table. Spaces = German, the house language.
           05 CM-LANG-CODE         PIC X(2).
               88 CM-LANG-GERMAN       VALUE 'DE' SPACES.
      *Structured e-invoicing: public-sector and network buyers take
      *a UBL/XRechnung XML document per invoice instead of the
      *e-mailed text document or the printed one. The routing id is
      *the buyer's Leitweg-ID, or 'scheme:id' for a participant of
      *an e-invoicing network (e.g. '0088:4012345000009'); a bare id
      *is a Leitweg-ID. Required when the flag is set.
           05 CM-STRUCT-EINV-FLAG  PIC X.
               88 CM-STRUCT-EINV       VALUE 'U'.
               88 CM-NO-STRUCT-EINV    VALUE 'N' ' '.
           05 CM-BUYER-ROUTING-ID  PIC X(46).
      *Account status: a customer who leaves is closed through
      *maintenance rather than deleted - the history, the open items
      *and the tax records still hang off the id. The billing run
      *diverts a closed customer's new lines to the credit-hold file
      *like a blocked account's. Once the account is settled and
      *outside the statutory retention period RECHANO anonymises its
      *personal data and marks it anonymised; an anonymised account
      *is never reopened or changed again.
           05 CM-ACCOUNT-STATUS    PIC X.
               88 CM-ACCOUNT-OPEN      VALUE ' '.
               88 CM-ACCOUNT-CLOSED    VALUE 'C'.
               88 CM-ACCOUNT-ANONYMISED VALUE 'A'.
           05 CM-CLOSED-DATE       PIC 9(8).
           05 CM-ANONYMISED-DATE   PIC 9(8).
      *Intercompany link: an account that is really one of our own
      *legal entities buying from another carries that entity's
      *company code here (spaces = third-party customer). Its lines
      *post to the selling company's intercompany receivable and
      *revenue accounts, the billing run writes the matching payable
      *for the buying company, and its items are kept out of
      *dunning, finance charges and the collector worklist.
           05 CM-INTERCO-COMPANY   PIC X(2).
               88 CM-THIRD-PARTY       VALUE SPACES.
      *Billing cycle: spaces = one invoice per delivery as before.
      *A cycle customer's lines are priced and validated as they
      *arrive but held on the unbilled-deliveries file; on the
      *cycle date the billing run issues one collective invoice for
      *everything delivered since. Cycle day is the weekday (1 =
      *Monday .. 7 = Sunday) for weekly billing and the day of the
      *month for monthly billing - a day past the end of a short
      *month bills on its last day. Daily billing ignores it.
           05 CM-BILL-CYCLE        PIC X.
               88 CM-BILL-PER-DELIVERY VALUE ' '.
               88 CM-BILL-DAILY        VALUE 'D'.
               88 CM-BILL-WEEKLY       VALUE 'W'.
               88 CM-BILL-MONTHLY      VALUE 'M'.
           05 CM-BILL-CYCLE-DAY    PIC 9(2).
      *Verification of the foreign VAT registration with the tax
      *authority's validation service - stamped by RECHVVL from the
      *service's response, never keyed. ' ' = not yet checked (or
      *the number or country changed since), 'V' = found valid,
      *'F' = rejected. The billing run zero-rates a reverse-charge
      *line only for a number verified within its window; the date
      *is when the service checked it and the reference is the
      *service's confirmation of the check.
           05 CM-VAT-VERIFY-STATUS PIC X.
               88 CM-VAT-NOT-VERIFIED  VALUE ' '.
               88 CM-VAT-VERIFIED      VALUE 'V'.
               88 CM-VAT-VERIFY-FAILED VALUE 'F'.
           05 CM-VAT-VERIFY-DATE   PIC 9(8).
           05 CM-VAT-VERIFY-REF    PIC X(20).
