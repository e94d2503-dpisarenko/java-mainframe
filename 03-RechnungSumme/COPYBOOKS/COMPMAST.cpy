      *the revenue posting.
           05 CO-GL-COGS-ACCT    PIC X(10).
           05 CO-GL-INV-ACCT     PIC X(10).
      *Deferred-revenue account - carries recurring charges billed
      *in advance until RECHDRV releases each month's earned slice
      *into the revenue account.
           05 CO-GL-DEFREV-ACCT  PIC X(10).
      *VAT accounting basis - an entity allowed to account for
      *output VAT when the customer pays holds the VAT it bills in
      *the VAT-suspense account until cash application releases it
      *into VAT payable, in proportion to each payment received.
           05 CO-VAT-BASIS       PIC X.
               88 CO-VAT-INVOICE-BASIS VALUE 'I' ' '.
               88 CO-VAT-CASH-BASIS    VALUE 'C'.
           05 CO-GL-VATSUS-ACCT  PIC X(10).
      *Seller particulars a structured e-invoice must carry for the
      *entity - its VAT registration, postal address, the person
      *the buyer contacts about an invoice, and the account the
      *buyer pays into, with the SEPA creditor id direct debits are
      *collected under - and the home currency every billed amount
      *is stated in (spaces = EUR).
           05 CO-VAT-REG-NO      PIC X(14).
           05 CO-ADDR-LINE1      PIC X(30).
           05 CO-CITY            PIC X(20).
           05 CO-ZIP             PIC X(10).
           05 CO-CONTACT-NAME    PIC X(30).
           05 CO-CONTACT-PHONE   PIC X(20).
           05 CO-CONTACT-EMAIL   PIC X(40).
           05 CO-BANK-IBAN       PIC X(34).
           05 CO-BANK-BIC        PIC X(11).
           05 CO-SEPA-CREDITOR-ID PIC X(35).
           05 CO-HOME-CURRENCY   PIC X(3).
      *Intercompany receivable and revenue accounts - what the
      *entity posts its sales to the other group companies to in
      *place of trade receivables and sales revenue, so the group
      *accounts can eliminate them.
           05 CO-GL-ICAR-ACCT    PIC X(10).
           05 CO-GL-ICREV-ACCT   PIC X(10).
