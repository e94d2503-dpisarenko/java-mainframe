           05 CK-DUPL-REJECT-COUNT  PIC 9(7).
           05 CK-SHIP-REJECT-COUNT  PIC 9(7).
           05 CK-RMA-REJECT-COUNT   PIC 9(7).
           05 CK-STOR-REJECT-COUNT  PIC 9(7).
           05 CK-HOLD-COUNT         PIC 9(7).
           05 CK-BLOCK-HOLD-COUNT   PIC 9(7).
      *Company group in flight when the checkpoint was cut, plus the
                   15 CK-TC-CUST-ID       PIC X(6).
                   15 CK-TC-CUST-NAME     PIC X(30).
                   15 CK-TC-TOTAL-VAT     PIC S9(9)V99.
      *Cancellation (storno) state in flight - the reversal being
      *mirrored, how far through the cancelled document's history
      *lines it got, and the open document's cancellation
      *reference.
           05 CK-STORNO-DOC-COUNT   PIC 9(7).
           05 CK-STO-CUR-REV-NO     PIC 9(7).
           05 CK-STO-ORIG-DOC-NO    PIC 9(9).
           05 CK-STO-ORIG-INV-NO    PIC 9(7).
           05 CK-STO-ORIG-DATE      PIC 9(8).
           05 CK-STO-BOOKED-RATE    PIC 9(3)V9(4).
           05 CK-STO-RC-SW          PIC X.
           05 CK-STO-FRT-NET-AMT    PIC S9(5)V99.
           05 CK-STO-FRT-VAT-AMT    PIC S9(7)V99.
           05 CK-STO-LINE-NO        PIC 9(3).
           05 CK-INV-STORNO-SW      PIC X.
           05 CK-INV-STO-DOC-NO     PIC 9(9).
           05 CK-INV-STO-INV-NO     PIC 9(7).
           05 CK-INV-STO-DATE       PIC 9(8).
      *PO-matching counts.
           05 CK-PO-HOLD-COUNT      PIC 9(7).
           05 CK-PO-MATCHED-COUNT   PIC 9(7).
           05 CK-PO-EXCEPT-COUNT    PIC 9(7).
      *Price-variance counts.
           05 CK-PRICE-EXCEPT-COUNT PIC 9(7).
           05 CK-PRICE-HOLD-COUNT   PIC 9(7).
      *Sale lines refused for a discontinued item.
           05 CK-DISC-REJECT-COUNT  PIC 9(7).
      *Revenue deferred on advance-billed recurring lines by the
      *company group in flight, and the deferral counts.
           05 CK-ALL-TOTAL-DEFERRED PIC S9(9)V99.
           05 CK-DEFERRED-LINE-COUNT PIC 9(7).
           05 CK-DEFER-CREDIT-COUNT PIC 9(7).
      *Net and VAT per VAT code on the open invoice document, for
      *the cash-basis VAT register, and the documents registered.
           05 CK-INV-VC-TABLE.
               10 CK-INV-VC-ENTRY OCCURS 10 TIMES.
                   15 CK-INV-VC-NET       PIC S9(9)V99.
                   15 CK-INV-VC-VAT       PIC S9(9)V99.
           05 CK-CASHVAT-DOC-COUNT  PIC 9(7).
      *Language of the open invoice document.
           05 CK-INV-LANG-CODE      PIC X(2).
      *Intercompany receivable and revenue of the company group in
      *flight, the group company the open document bills, and the
      *payable extract's count and amount.
           05 CK-ALL-TOTAL-IC-AR    PIC S9(9)V99.
           05 CK-ALL-TOTAL-IC-REV   PIC S9(9)V99.
           05 CK-INV-IC-COMPANY     PIC X(2).
           05 CK-ICP-COUNT          PIC 9(7).
           05 CK-ICP-AMOUNT         PIC S9(11)V99.
      *The invoice number being gathered onto the unbilled-
      *deliveries file and its last line's sequence, and the count
      *and gross of the lines gathered so far.
           05 CK-UB-CUR-COMPANY     PIC X(2).
           05 CK-UB-CUR-CUST        PIC X(6).
           05 CK-UB-CUR-INVOICE     PIC 9(7).
           05 CK-UB-LINE-SEQ        PIC 9(3).
           05 CK-UB-ACCUM-COUNT     PIC 9(7).
           05 CK-UB-ACCUM-AMT       PIC S9(11)V99.
      *Posting journal: the open invoice document's figures, the
      *shares journalled per GL posting of the company group in
      *flight and the documents behind them, and the records
      *written.
           05 CK-JD-AMOUNTS.
               10 CK-JD-AMOUNT OCCURS 9 TIMES PIC S9(9)V99.
           05 CK-JRN-LINE-TABLE.
               10 CK-JRN-LINE OCCURS 12 TIMES.
                   15 CK-JRN-LINE-AMT    PIC S9(9)V99.
                   15 CK-JRN-LINE-COUNT  PIC 9(7).
           05 CK-JRN-REC-COUNT      PIC 9(7).
      *Lines of customers registered abroad billed with domestic VAT
      *because the registration was not verified.
           05 CK-VATVER-EXCEPT-COUNT PIC 9(7).
