      *Purchase-order line register - keyed by the partner's PO
      *number plus the PO1 line id, one record per order line EDI850
      *accepted off an inbound 850. Carries what the partner
      *ordered (quantity and unit price as the PO quoted them) and
      *what has billed against it so far, so the billing run can
      *refuse to over-bill a PO line or bill it at a price the PO
      *never agreed to - partners reject 810s that do either - and
      *the open-PO backlog listing can show what is ordered but not
      *yet billed.
       01  PO-LINE-RECORD.
           05 PL-KEY.
               10 PL-PO-NO       PIC X(20).
               10 PL-PO-LINE-NO  PIC X(6).
           05 PL-CUST-ID         PIC X(6).
           05 PL-ITEM-NO         PIC X(8).
           05 PL-ORDER-DATE      PIC 9(8).
           05 PL-ORDER-QTY       PIC 9(5).
           05 PL-PO-PRICE        PIC 9(3)V99.
      *Running billed figures - quantity and home-currency net, a
      *cancellation giving its quantity back.
           05 PL-BILLED-QTY      PIC S9(7).
           05 PL-BILLED-AMT      PIC S9(9)V99.
           05 PL-LAST-BILL-DATE  PIC 9(8).
           05 PL-STATUS          PIC X.
               88 PL-LINE-OPEN       VALUE 'O'.
               88 PL-LINE-COMPLETE   VALUE 'C'.
