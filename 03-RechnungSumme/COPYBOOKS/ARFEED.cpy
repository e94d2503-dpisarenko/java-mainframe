           05 AF-RECORD-TYPE     PIC X.
               88 AF-INVOICE-FEED    VALUE 'D' ' '.
               88 AF-CREDIT-OFFSET   VALUE 'O'.
      *A cancellation (storno) record posts the reversal document's
      *open item AND closes the cancelled document's open item
      *(AF-ORIG-INVOICE-NO) against it.
               88 AF-STORNO-CLOSE    VALUE 'S'.
           05 AF-INVOICE-NO      PIC 9(7).
           05 AF-CUST-ID         PIC X(6).
           05 AF-INVOICE-DATE    PIC 9(8).
           05 AF-BOOKED-RATE     PIC 9(3)V9(4).
      *Legal entity the line billed under.
           05 AF-COMPANY-CODE    PIC X(2).
      *Invoice number of the cancelled document's open item on a
      *cancellation record - zero on every other record.
           05 AF-ORIG-INVOICE-NO PIC 9(7).
      *Control envelope framing the feed - the billing run writes
      *one header (run date) ahead of the detail and one trailer
      *(record count and amount total) after it, and ARPOST
