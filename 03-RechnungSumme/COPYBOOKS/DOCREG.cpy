      *Issued-document register - keyed by the official document
      *number, one record per legal invoice document the billing
      *run issues (see NUMREG.cpy for the number itself). Carries
      *what a later cancellation needs to mirror the document
      *exactly - the transmission invoice number its lines sit
      *under on the history file, the booked currency rate, the
      *freight billed at close and the reverse-charge state - and
      *the document's cancellation status, so no document can be
      *cancelled twice and a reversal can never itself be
      *cancelled. RECHSTO queues a cancellation (status QUEUED);
      *the billing run flips the original to CANCELLED when the
      *reversal document bills, and registers the reversal itself
      *as a REVERSAL pointing back at it.
       01  DOC-REGISTER-RECORD.
           05 DR-DOC-NO          PIC 9(9).
           05 DR-INVOICE-NO      PIC 9(7).
           05 DR-CUST-ID         PIC X(6).
           05 DR-COMPANY-CODE    PIC X(2).
           05 DR-INVOICE-DATE    PIC 9(8).
           05 DR-DUE-DATE        PIC 9(8).
           05 DR-CURRENCY-CODE   PIC X(3).
           05 DR-BOOKED-RATE     PIC 9(3)V9(4).
           05 DR-LINE-COUNT      PIC 9(4).
           05 DR-TOTAL-NO-VAT    PIC S9(7)V99.
           05 DR-TOTAL-VAT       PIC S9(7)V99.
           05 DR-FRT-NET-AMT     PIC S9(5)V99.
           05 DR-FRT-VAT-AMT     PIC S9(7)V99.
           05 DR-RC-FLAG         PIC X.
               88 DR-REVERSE-CHARGE  VALUE 'Y'.
           05 DR-STATUS          PIC X.
               88 DR-ISSUED          VALUE ' '.
               88 DR-CANCEL-QUEUED   VALUE 'Q'.
               88 DR-CANCELLED       VALUE 'X'.
               88 DR-REVERSAL        VALUE 'R'.
      *The other half of a cancellation pair: on a cancelled
      *document the reversal that cancelled it, on a reversal the
      *document it cancels - zero otherwise.
           05 DR-LINKED-DOC-NO   PIC 9(9).
           05 DR-STATUS-DATE     PIC 9(8).
