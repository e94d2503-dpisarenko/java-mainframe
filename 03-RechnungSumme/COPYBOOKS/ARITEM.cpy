      *posting run - settled for every downstream purpose, but
      *distinguishable from money that actually arrived.
               88 AR-ITEM-WRITTEN-OFF VALUE 'W'.
      *Closed by a cancellation (storno) - the cancelled document
      *and its reversal are both closed against each other.
               88 AR-ITEM-CANCELLED  VALUE 'X'.
      *Settled one way or the other - what dunning, finance
      *charges, collection and netting test to leave an item alone.
               88 AR-ITEM-SETTLED    VALUE 'P' 'W' 'X'.
      *Currency the line was quoted in and the conversion rate the
      *home-currency total was booked at - month-end revaluation
      *re-values still-open foreign-currency items at the closing
           05 AR-INSTALLMENT-FLAG PIC X.
               88 AR-ITEM-ON-PLAN    VALUE 'Y'.
               88 AR-ITEM-NO-PLAN    VALUE 'N' ' '.
      *Promise-to-pay state, set by RECHPTP when a collector logs
      *the customer's promise against the item (see PROMISE.cpy):
      *dunning and finance-charge assessment leave a promised item
      *alone through AR-PROMISE-HOLD-DATE - the promised date plus
      *the grace period. RECHCASH clears it when the promise is
      *kept; RECHPTF clears it when the hold date passes unpaid
      *and puts the item back into dunning one level higher.
           05 AR-PROMISE-FLAG    PIC X.
               88 AR-ITEM-PROMISED   VALUE 'Y'.
               88 AR-NO-PROMISE      VALUE 'N' ' '.
           05 AR-PROMISE-HOLD-DATE PIC 9(8).
      *Buying group company of an intercompany item (spaces = a
      *third-party item), stamped by ARPOST off the customer
      *master's intercompany link: dunning, finance-charge
      *assessment and the collector worklist leave intercompany
      *items alone - the companies settle among themselves and the
      *month-end elimination proves each pair nets to zero.
           05 AR-INTERCO-COMPANY PIC X(2).
               88 AR-THIRD-PARTY-ITEM VALUE SPACES.
