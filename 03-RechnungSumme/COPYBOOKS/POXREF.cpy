      *Transmission-to-PO cross-reference - keyed by the invoice
      *number EDI850 generated a transmission line under, pointing
      *at the PO line (see POLINE.cpy) it was generated from. The
      *transmission line itself has no room for the PO reference;
      *the billing run looks it up here and carries it onto the
      *billed history.
       01  PO-XREF-RECORD.
           05 PX-INVOICE-NO      PIC 9(7).
           05 PX-PO-NO           PIC X(20).
           05 PX-PO-LINE-NO      PIC X(6).
