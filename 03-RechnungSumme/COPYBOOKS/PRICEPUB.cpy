      *Published price list - one record per customer per item as
      *it stood on the last price list RECHPLS sent the customer,
      *keyed by customer plus item. The next list is compared with
      *it line by line for the change list, then it is rewritten
      *with what was just published; an item that dropped off the
      *list is reported as withdrawn and its record deleted.
      *PB-RUN-STAMP (run date and time) marks the records the
      *current run published, so the ones left with an older stamp
      *after a customer's list is done are the dropped items.
       01  PRICE-PUBLISHED-RECORD.
           05 PB-KEY.
               10 PB-CUST-ID         PIC X(6).
               10 PB-ITEM-NO         PIC X(8).
           05 PB-PUBLISHED-DATE     PIC 9(8).
           05 PB-RUN-STAMP          PIC 9(16).
           05 PB-LIST-PRICE         PIC 9(5)V99.
      *Contract row in force on the list's as-of date - zero price
      *and dates when none was.
           05 PB-CONTRACT-PRICE     PIC 9(3)V99.
           05 PB-CONTRACT-EFF-DATE  PIC 9(8).
           05 PB-CONTRACT-EXPIRY    PIC 9(8).
      *The next contract row loaded ahead of its effective date -
      *announced on the list so the customer hears of the change
      *before it bills.
           05 PB-NEXT-PRICE         PIC 9(3)V99.
           05 PB-NEXT-EFF-DATE      PIC 9(8).
      *The quantity-break tiers that undercut the customer's price,
      *lowest minimum quantity first.
           05 PB-BREAK-TIERS.
               10 PB-BREAK-COUNT    PIC 9.
               10 PB-BREAK-TIER OCCURS 5 TIMES.
                   15 PB-BREAK-MIN-QTY  PIC 9(5).
                   15 PB-BREAK-PRICE    PIC 9(3)V99.
           05 PB-REBATE-PCT         PIC 9V999.
