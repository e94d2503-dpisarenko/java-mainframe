      *Tax-audit export record - the machine-readable file RECHTAX
      *hands the tax auditor for one company and date range. Every
      *record starts with its type, and the file runs in the order
      *of the standard audit-file structure:
      *  HD  header - company, range, date created
      *  TX  VAT rate table rows in force during the range
      *  RB  rebate table rows
      *  CU  customers billed or paid in the range
      *  IH  billed document (document register) ...
      *  IL  ... and its lines off the billed history
      *  PY  payments applied in the range
      *  GL  ledger postings from the GL posting history
      *  CT  control totals, incl. the tie to the VAT returns
      *  TR  trailer - record counts per type
      *Amounts are home currency, signed like the billed line.
       01  TAX-EXPORT-RECORD.
           05 TE-REC-TYPE           PIC X(2).
           05                       PIC X.
           05 TE-REC-DATA           PIC X(197).
       01  TE-HEADER-REC.
           05                       PIC X(3).
           05 TE-HD-COMPANY-CODE    PIC X(2).
           05                       PIC X.
           05 TE-HD-COMPANY-NAME    PIC X(30).
           05                       PIC X.
           05 TE-HD-COUNTRY-CODE    PIC X(2).
           05                       PIC X.
           05 TE-HD-FROM-DATE       PIC 9(8).
           05                       PIC X.
           05 TE-HD-TO-DATE         PIC 9(8).
           05                       PIC X.
           05 TE-HD-CREATED-DATE    PIC 9(8).
           05                       PIC X.
           05 TE-HD-SYSTEM-ID       PIC X(16).
       01  TE-VAT-RATE-REC.
           05                       PIC X(3).
           05 TE-TX-VAT-CODE        PIC 9.
           05                       PIC X.
           05 TE-TX-EFF-DATE        PIC 9(8).
           05                       PIC X.
           05 TE-TX-VAT-MULT        PIC 9V999.
           05                       PIC X.
           05 TE-TX-DESCRIPTION     PIC X(20).
       01  TE-REBATE-REC.
           05                       PIC X(3).
           05 TE-RB-REBATE-CODE     PIC 9.
           05                       PIC X.
           05 TE-RB-REBATE-PCT      PIC 9V999.
       01  TE-CUSTOMER-REC.
           05                       PIC X(3).
           05 TE-CU-CUST-ID         PIC X(6).
           05                       PIC X.
           05 TE-CU-CUST-NAME       PIC X(30).
           05                       PIC X.
           05 TE-CU-ADDR-LINE1      PIC X(30).
           05                       PIC X.
           05 TE-CU-ADDR-LINE2      PIC X(30).
           05                       PIC X.
           05 TE-CU-CITY            PIC X(20).
           05                       PIC X.
           05 TE-CU-STATE           PIC X(2).
           05                       PIC X.
           05 TE-CU-ZIP             PIC X(10).
           05                       PIC X.
           05 TE-CU-VAT-REG-NO      PIC X(14).
           05                       PIC X.
           05 TE-CU-VAT-COUNTRY     PIC X(2).
           05                       PIC X.
           05 TE-CU-PARENT-CUST-ID  PIC X(6).
           05                       PIC X.
           05 TE-CU-TERMS-NET-DAYS  PIC 9(3).
           05                       PIC X.
           05 TE-CU-PAY-METHOD      PIC X.
       01  TE-DOCUMENT-REC.
           05                       PIC X(3).
           05 TE-IH-DOC-NO          PIC 9(9).
           05                       PIC X.
           05 TE-IH-INVOICE-NO      PIC 9(7).
           05                       PIC X.
           05 TE-IH-CUST-ID         PIC X(6).
           05                       PIC X.
           05 TE-IH-INVOICE-DATE    PIC 9(8).
           05                       PIC X.
           05 TE-IH-DUE-DATE        PIC 9(8).
           05                       PIC X.
           05 TE-IH-CURRENCY-CODE   PIC X(3).
           05                       PIC X.
           05 TE-IH-BOOKED-RATE     PIC 9(3)V9(4).
           05                       PIC X.
           05 TE-IH-LINE-COUNT      PIC 9(4).
           05                       PIC X.
           05 TE-IH-TOTAL-NO-VAT    PIC S9(7)V99.
           05                       PIC X.
           05 TE-IH-TOTAL-VAT       PIC S9(7)V99.
           05                       PIC X.
           05 TE-IH-FRT-NET-AMT     PIC S9(5)V99.
           05                       PIC X.
           05 TE-IH-FRT-VAT-AMT     PIC S9(7)V99.
           05                       PIC X.
      *Reverse charge 'Y'; status as on the document register -
      *' ' issued, 'Q' cancellation queued, 'X' cancelled,
      *'R' reversal - with the other half of a cancellation pair;
      *'?' when the document is missing from the register.
           05 TE-IH-RC-FLAG         PIC X.
           05                       PIC X.
           05 TE-IH-STATUS          PIC X.
           05                       PIC X.
           05 TE-IH-LINKED-DOC-NO   PIC 9(9).
           05                       PIC X.
           05 TE-IH-STATUS-DATE     PIC 9(8).
       01  TE-LINE-REC.
           05                       PIC X(3).
           05 TE-IL-DOC-NO          PIC 9(9).
           05                       PIC X.
           05 TE-IL-INVOICE-NO      PIC 9(7).
           05                       PIC X.
           05 TE-IL-LINE-NO         PIC 9(3).
           05                       PIC X.
           05 TE-IL-LINE-TYPE       PIC X.
           05                       PIC X.
           05 TE-IL-ITEM-NO         PIC X(8).
           05                       PIC X.
           05 TE-IL-QUANTITY        PIC 9(5).
           05                       PIC X.
           05 TE-IL-UNIT-PRICE      PIC 9(3)V99.
           05                       PIC X.
           05 TE-IL-REBATE-CODE     PIC 9.
           05                       PIC X.
           05 TE-IL-VAT-CODE        PIC 9.
           05                       PIC X.
           05 TE-IL-NET-AMT         PIC S9(7)V99.
           05                       PIC X.
           05 TE-IL-VAT-AMT         PIC S9(7)V99.
           05                       PIC X.
           05 TE-IL-GROSS-AMT       PIC S9(7)V99.
           05                       PIC X.
           05 TE-IL-REBATE-AMT      PIC S9(7)V99.
           05                       PIC X.
           05 TE-IL-WHT-AMT         PIC S9(7)V99.
           05                       PIC X.
           05 TE-IL-REP-CODE        PIC X(4).
       01  TE-PAYMENT-REC.
           05                       PIC X(3).
           05 TE-PY-PAYMENT-DATE    PIC 9(8).
           05                       PIC X.
           05 TE-PY-CUST-ID         PIC X(6).
           05                       PIC X.
           05 TE-PY-INVOICE-NO      PIC 9(7).
           05                       PIC X.
           05 TE-PY-DOC-NO          PIC 9(9).
           05                       PIC X.
           05 TE-PY-AMOUNT          PIC S9(7)V99.
           05                       PIC X.
           05 TE-PY-DAYS-TO-PAY     PIC S9(5).
       01  TE-POSTING-REC.
           05                       PIC X(3).
           05 TE-GL-RUN-DATE        PIC 9(8).
           05                       PIC X.
           05 TE-GL-ACCOUNT-NO      PIC X(10).
           05                       PIC X.
           05 TE-GL-DEBIT-CREDIT    PIC X.
           05                       PIC X.
           05 TE-GL-AMOUNT          PIC S9(9)V99.
           05                       PIC X.
           05 TE-GL-DESCRIPTION     PIC X(30).
           05                       PIC X.
           05 TE-GL-DOC-FIRST       PIC 9(9).
           05                       PIC X.
           05 TE-GL-DOC-LAST        PIC 9(9).
           05                       PIC X.
      *How the posting was tied to the company: 'D' through the
      *documents it summarizes, 'A' one of the company's own
      *accounts, 'S' a ledger account all companies share.
           05 TE-GL-ATTRIBUTION     PIC X.
       01  TE-CONTROL-REC.
           05                       PIC X(3).
           05 TE-CT-CONTROL-ID      PIC X(12).
           05                       PIC X.
           05 TE-CT-COUNT           PIC 9(9).
           05                       PIC X.
           05 TE-CT-AMOUNT-1        PIC S9(11)V99.
           05                       PIC X.
           05 TE-CT-AMOUNT-2        PIC S9(11)V99.
       01  TE-TRAILER-REC.
           05                       PIC X(3).
           05 TE-TR-TX-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-RB-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-CU-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-IH-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-IL-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-PY-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-GL-COUNT        PIC 9(9).
           05                       PIC X.
           05 TE-TR-CT-COUNT        PIC 9(9).
