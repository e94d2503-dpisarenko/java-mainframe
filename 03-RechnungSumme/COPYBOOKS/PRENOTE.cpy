      *Direct-debit pre-notification - one record per open item
      *the customer has been told will be debited, keyed by the
      *invoice number. Written by RECHPNT when the notice goes out
      *(again if the amount or date changes), checked by RECHDD -
      *an item is collected only as notified - and deleted once
      *the collection is sent.
       01  PRENOTE-RECORD.
           05 PN-INVOICE-NO         PIC 9(7).
           05 PN-CUST-ID            PIC X(6).
           05 PN-MANDATE-ID         PIC X(16).
           05 PN-SEQ-TYPE           PIC X(4).
           05 PN-AMOUNT             PIC 9(7)V99.
           05 PN-COLLECT-DATE       PIC 9(8).
           05 PN-NOTIFIED-DATE      PIC 9(8).
      *Channel the notice went out on - 'E' electronic, 'P' print.
           05 PN-CHANNEL            PIC X.
