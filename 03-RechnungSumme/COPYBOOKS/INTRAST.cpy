      *Intrastat declaration row - one per company, flow, commodity
      *code, partner member state, nature of transaction and
      *country of origin for the month, as RECHINT aggregates the
      *billed history. Reversals of documents billed earlier come
      *out as separate correction rows with negative amounts, so
      *the statistics office sees them as corrections rather than
      *as netted-off movements.
       01  INTRASTAT-RECORD.
           05 IS-COMPANY-CODE       PIC X(2).
           05                       PIC X.
           05 IS-PERIOD             PIC 9(6).
           05                       PIC X.
      *'D' = dispatch to another member state, 'A' = arrival
      *(goods returned to us by a customer there).
           05 IS-FLOW               PIC X.
               88 IS-DISPATCH           VALUE 'D'.
               88 IS-ARRIVAL            VALUE 'A'.
           05                       PIC X.
           05 IS-COMMODITY-CODE     PIC X(8).
           05                       PIC X.
           05 IS-PARTNER-COUNTRY    PIC X(2).
           05                       PIC X.
      *Nature of transaction - 11 outright sale, 21 return of
      *goods.
           05 IS-NATURE             PIC X(2).
           05                       PIC X.
           05 IS-ORIGIN-COUNTRY     PIC X(2).
           05                       PIC X.
           05 IS-CORRECTION         PIC X.
               88 IS-CORRECTION-ROW     VALUE 'Y'.
           05                       PIC X.
      *Home-currency net value, net mass in whole kilograms and
      *supplementary quantity in the item's unit of measure.
           05 IS-NET-VALUE          PIC S9(11)V99.
           05                       PIC X.
           05 IS-NET-MASS           PIC S9(9).
           05                       PIC X.
           05 IS-SUPP-QTY           PIC S9(9).
