      *inclusive; an end date of zero means open-ended.
           05 RC-START-DATE      PIC 9(8).
           05 RC-END-DATE        PIC 9(8).
      *The contract the charge bills under, and the service period
      *each bill pays for in calendar months from the billing date
      *(zero takes the frequency's own - 1, 3 or 12). A charge
      *billed in advance ('A', or blank as every row billed before
      *timing was recorded) for more than one month of service is
      *deferred: RECHRCR puts it on the deferred-revenue schedule
      *and the revenue is released month by month as it is earned.
      *Charges billed in arrears are earned when billed.
           05 RC-CONTRACT-ID     PIC X(10).
           05 RC-SERVICE-MONTHS  PIC 9(2).
           05 RC-BILL-TIMING     PIC X.
               88 RC-BILLED-IN-ADVANCE VALUE 'A' ' '.
               88 RC-BILLED-IN-ARREARS VALUE 'R'.
