      *GL posting journal record - the documents behind every
      *summary line a program writes to its GL extract (GLPOST.cpy).
      *Written alongside the extract by the billing run and by the
      *cash application, write-off and revaluation runs: a detail
      *record for each document's share of a summary line, and
      *after each summary line is posted a subtotal record carrying
      *the journal's total of those shares next to the amount the
      *extract posted - the two must be equal. GJ-LINE-KEY ties a
      *detail to its summary line within the company, since the
      *billing run writes the shares as each document closes and
      *the summary lines only at the company break. Appended to the
      *cumulative journal history for the auditors; GLBAL refuses
      *the daily extract when the journal does not prove to it.
       01  GL-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE         PIC X.
               88 GJ-DETAIL              VALUE 'D'.
               88 GJ-SUBTOTAL            VALUE 'S'.
           05                        PIC X.
           05 GJ-RUN-DATE            PIC 9(8).
           05                        PIC X.
      *Program that wrote the posting (RECHSUM, RECHCASH, RECHWOF,
      *RECHRVAL).
           05 GJ-SOURCE              PIC X(8).
           05                        PIC X.
           05 GJ-COMPANY-CODE        PIC X(2).
           05                        PIC X.
      *Which summary line the record belongs to - a fixed code per
      *posting in the billing run ('AR  ', 'REV ', 'VAT ', ...),
      *the currency code in the revaluation run.
           05 GJ-LINE-KEY            PIC X(4).
           05                        PIC X.
           05 GJ-ACCOUNT-NO          PIC X(10).
           05                        PIC X.
           05 GJ-DEBIT-CREDIT        PIC X.
               88 GJ-DEBIT               VALUE 'D'.
               88 GJ-CREDIT              VALUE 'C'.
           05                        PIC X.
      *A detail's share of the summary line, or on the subtotal
      *record the journal's total of the shares.
           05 GJ-AMOUNT              PIC S9(9)V99.
           05                        PIC X.
      *The contributing document: its official document number
      *(zero where the posting is against an open item rather than
      *a document billed in the run), invoice number, customer and
      *its figures - VAT-inclusive total, net, VAT, rebate,
      *freight, withholding and cost of sales.
           05 GJ-DOCUMENT-DATA.
               10 GJ-DOC-NO          PIC 9(9).
               10                    PIC X.
               10 GJ-INVOICE-NO      PIC 9(7).
               10                    PIC X.
               10 GJ-CUST-ID         PIC X(6).
               10                    PIC X.
               10 GJ-GROSS-AMT       PIC S9(9)V99.
               10                    PIC X.
               10 GJ-NET-AMT         PIC S9(9)V99.
               10                    PIC X.
               10 GJ-VAT-AMT         PIC S9(9)V99.
               10                    PIC X.
               10 GJ-REBATE-AMT      PIC S9(9)V99.
               10                    PIC X.
               10 GJ-FREIGHT-AMT     PIC S9(9)V99.
               10                    PIC X.
               10 GJ-WHT-AMT         PIC S9(9)V99.
               10                    PIC X.
               10 GJ-COST-AMT        PIC S9(9)V99.
      *The subtotal record: how many documents the line summarizes
      *and the amount the GL extract posted for it.
           05 GJ-SUBTOTAL-DATA REDEFINES GJ-DOCUMENT-DATA.
               10 GJ-DOC-COUNT       PIC 9(7).
               10                    PIC X.
               10 GJ-GL-AMOUNT       PIC S9(9)V99.
               10                    PIC X(89).
