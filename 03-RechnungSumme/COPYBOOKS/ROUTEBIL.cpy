      *Route-billing register - one record per route per dispatch
      *date billed by RECHRTB, keyed by both. A route dispatched on
      *a date already registered here is never billed again, so a
      *rerun of the billing job (or a dispatched-routes file fed in
      *twice) cannot put the same trips on a second invoice.
       01  ROUTE-BILLED-RECORD.
           05 RB-KEY.
               10 RB-ROUTE-ID        PIC X(8).
               10 RB-DISPATCH-DATE   PIC 9(8).
           05 RB-CUST-ID            PIC X(6).
           05 RB-ITEM-NO            PIC X(8).
           05 RB-COMPANY-CODE       PIC X(2).
           05 RB-TRIPS              PIC 9(5).
           05 RB-TRIP-RATE          PIC 9(3)V99.
           05 RB-INVOICE-NO         PIC 9(7).
           05 RB-BILLED-DATE        PIC 9(8).
