      *Cancellation (storno) request - keyed by the reversal's
      *transmission invoice number (reserved 9500000 range), one
      *per document RECHSTO accepted for cancellation. The billing
      *run reads it when the reversal lines arrive to find the
      *cancelled document and the history lines to mirror, and
      *marks it BILLED once the reversal document is issued - a
      *request can bill only once.
       01  STORNO-REQUEST-RECORD.
           05 SQ-REV-INVOICE-NO  PIC 9(7).
           05 SQ-ORIG-DOC-NO     PIC 9(9).
           05 SQ-ORIG-INVOICE-NO PIC 9(7).
           05 SQ-CUST-ID         PIC X(6).
           05 SQ-REQ-DATE        PIC 9(8).
           05 SQ-REASON-CODE     PIC X(4).
           05 SQ-STATUS          PIC X.
               88 SQ-PENDING         VALUE 'P'.
               88 SQ-BILLED          VALUE 'B'.
           05 SQ-REV-DOC-NO      PIC 9(9).
