      *Customer master audit trail - one record per change applied
      *to a customer, with who made it, when, and the full record
      *before and after (an add has no before image, a delete no
      *after image). CUSTMNT writes it for maintenance, RECHMDT when
      *it moves a customer off direct debit. The images are a fixed
      *500 bytes whatever the customer record's length, the rest
      *spaces, so the record keeps its length as the customer master
      *grows.
       01  CUST-AUDIT-RECORD.
           05 CA-AUDIT-DATE         PIC 9(8).
           05                       PIC X.
           05 CA-AUDIT-TIME         PIC 9(8).
           05                       PIC X.
           05 CA-USER-ID            PIC X(8).
           05                       PIC X.
           05 CA-ACTION             PIC X(6).
           05                       PIC X.
           05 CA-CUST-ID            PIC X(6).
           05                       PIC X.
           05 CA-OLD-IMAGE          PIC X(500).
           05                       PIC X.
           05 CA-NEW-IMAGE          PIC X(500).
