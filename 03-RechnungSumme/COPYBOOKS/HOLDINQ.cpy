      *Credit-hold inquiry record - keyed by customer id, invoice
      *number and a sequence, one record per billed line still
      *sitting on the credit-hold file after the day's releases.
      *RECHCRRL rebuilds the file each time it works the holds, so
      *the online account inquiry (RSARINQ) shows what is held for
      *the customer right now without reading the batch hold file.
       01  HOLD-INQUIRY-RECORD.
           05 HQ-KEY.
               10 HQ-CUST-ID     PIC X(6).
               10 HQ-INVOICE-NO  PIC 9(7).
               10 HQ-SEQ-NO      PIC 9(5).
           05 HQ-HOLD-DATE       PIC 9(8).
           05 HQ-INVOICE-DATE    PIC 9(8).
           05 HQ-ITEM-NO         PIC X(8).
           05 HQ-QUANT           PIC 9(5).
           05 HQ-UNIT-PRICE      PIC 9(3)V99.
           05 HQ-CREDIT-LIMIT    PIC 9(7)V99.
           05 HQ-EXPOSURE        PIC S9(9)V99.
           05 HQ-REASON-CODE     PIC X(4).
      *Company the held line bills under - the inquiry shows a
      *user only the holds of companies assigned to them.
           05 HQ-COMPANY-CODE    PIC X(2).
