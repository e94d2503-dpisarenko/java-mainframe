      *bills from, shared with the programs that generate properly-
      *formed transmission lines to feed back into a later run.
       01  INPUT-RECORD.
      *Number blocks the generating programs own - finance charges
      *(RECHFIN), annual rebates (RECHANN), recurring charges
      *(RECHRCR), reversals (RECHSTO) and on-account credits
      *(RECHCASH). EDI orders (EDI850, 9200000) and route deliveries
      *(RECHRTB, 9300000) are real customer sales and fall outside.
           05 IN-INVOICE-NO    PIC 9(7).
               88 GENERATED-INVOICE-NO VALUE 9000000 THRU 9199999
                                             9400000 THRU 9599999
                                             9900000 THRU 9999999.
           05 in-cust-id       pic X(6).
           05 in-currency-code pic x(3).
           05 in-line-type     pic x.
      *the normal VAT/reporting/GL machinery like a sale line but
      *is never bumped to the minimum charge.
               88 FINANCE-CHARGE-LINE VALUE 'F'.
      *Reversal line generated by RECHSTO for a cancelled invoice
      *document - the billing run replaces it with the mirror image
      *of the cancelled document's history line, so nothing on it
      *but the invoice number, customer and date is repriced.
               88 STORNO-LINE         VALUE 'R'.
           05 in-invoice-date  pic 9(8).
      *Ship-to number on the customer's ship-to address file - zero
      *(or the feeding system's legacy blanks) means goods go to the
