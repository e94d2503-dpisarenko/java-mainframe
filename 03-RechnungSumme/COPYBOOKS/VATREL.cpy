      *Cash-basis VAT release history - one record per VAT code
      *each time cash application moves a cash-basis document's VAT
      *out of suspense (negative when a reopened item takes it
      *back), appended by RECHCASH and never rewritten. The monthly
      *VAT return reports the cash-basis companies from the records
      *dated in the filing period. See CASHVAT.cpy.
      *The same history carries the bad-debt VAT relief adjustments:
      *RECHWOF appends the output VAT it reclaims on a written-off
      *item (negative), and RECHCASH the relief it reverses when
      *cash later arrives on it (positive). The return reports
      *those in the bad-debt adjustment box, whatever the
      *company's VAT basis. See BDRELIEF.cpy.
       01  VAT-RELEASE-RECORD.
      *Date the cash was received - the payment date for an
      *application, the cash-application run date for a balance
      *brought into line by the end-of-run sweep.
           05 VR-RELEASE-DATE       PIC 9(8).
           05 VR-COMPANY-CODE       PIC X(2).
           05 VR-INVOICE-NO         PIC 9(7).
           05 VR-CUST-ID            PIC X(6).
           05 VR-VAT-CODE           PIC 9.
           05 VR-NET-AMT            PIC S9(9)V99.
           05 VR-VAT-AMT            PIC S9(9)V99.
      *What moved the cash: a batch application, an online
      *application drained off the ledger queue, or the sweep - or
      *a bad-debt relief claimed at write-off or reversed on a
      *recovery.
           05 VR-SOURCE             PIC X.
               88 VR-FROM-BATCH         VALUE 'B'.
               88 VR-FROM-ONLINE        VALUE 'O'.
               88 VR-FROM-SWEEP         VALUE 'S'.
               88 VR-BAD-DEBT-RELIEF    VALUE 'W'.
               88 VR-RELIEF-REVERSED    VALUE 'R'.
               88 VR-BAD-DEBT-ADJ       VALUE 'W' 'R'.
