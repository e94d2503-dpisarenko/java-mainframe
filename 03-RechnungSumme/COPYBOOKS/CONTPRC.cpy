               10 CP-ITEM-NO        PIC X(8).
               10 CP-EFF-DATE       PIC 9(8).
           05 CP-CONTRACT-PRICE     PIC 9(3)V99.
      *Last day the contract price is in force - zero for a row
      *loaded before contracts carried an end date, which stays in
      *force until PRCMAINT expires it. Past it the line falls back
      *to list price (or a quantity break), so RECHCPX lists rows
      *expiring soon for the account managers to renegotiate.
           05 CP-EXPIRY-DATE        PIC 9(8).
      *Who keyed the row and who approved it into force - PRCMAINT
      *never lets the person who keyed a change approve it.
           05 CP-ENTERED-BY         PIC X(8).
           05 CP-APPROVED-BY        PIC X(8).
           05 CP-APPROVED-DATE      PIC 9(8).
