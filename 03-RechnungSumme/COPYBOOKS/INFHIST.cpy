      *HIST-DETAIL-DATA carries the billed line's image after its
      *invoice number (the transmission line's bytes 8-59), and
      *the owning sales representative is stamped at billing time.
      *The customer, invoice date and the date's period are carried
      *again at the end of the record as the two alternate keys
      *(see HIST-PERIOD-KEY), so customer- and period-driven reads
      *go straight to their lines instead of passing the whole file.
       01  HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-INVOICE-NO  PIC 9(7).
               10 HIST-LINE-NO     PIC 9(3).
           05 HIST-DETAIL-DATA PIC X(52).
           05 HIST-REP-CODE    PIC X(4).
      *The official document number the line billed under and the
      *home-currency amounts it actually billed at (signed like the
      *line - negative on a credit) - what a cancellation mirrors,
      *so a reversal carries the original VAT, booked rate, rebate,
      *withholding and cost instead of repricing at today's tables.
           05 HIST-DOC-NO      PIC 9(9).
           05 HIST-NET-AMT     PIC S9(7)V99.
           05 HIST-GROSS-AMT   PIC S9(7)V99.
           05 HIST-REBATE-AMT  PIC S9(7)V99.
           05 HIST-WHT-AMT     PIC S9(7)V99.
           05 HIST-COST-AMT    PIC S9(7)V99.
      *Customer purchase order and PO line the billed line was
      *ordered under - spaces when it did not come off an EDI 850.
           05 HIST-PO-NO       PIC X(20).
           05 HIST-PO-LINE-NO  PIC X(6).
      *Alternate keys, both with duplicates, set by the billing run
      *from the billed line: HIST-CUST-KEY (customer + invoice
      *date) serves customer reads - browse, reprint by date range
      *- and HIST-PERIOD-KEY (period YYYYMM + customer + invoice
      *date) serves period walks - commission, annual rebate. The
      *alternate-index paths are allocated as DD INFHIST1 (customer)
      *and INFHIST2 (period) in every job that declares them.
           05 HIST-PERIOD-KEY.
               10 HIST-PERIOD      PIC 9(6).
               10 HIST-CUST-KEY.
                   15 HIST-CUST-ID      PIC X(6).
                   15 HIST-INVOICE-DATE PIC 9(8).
