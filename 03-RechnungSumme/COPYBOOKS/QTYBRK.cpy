               10 QB-ITEM-NO        PIC X(8).
               10 QB-MIN-QTY        PIC 9(5).
           05 QB-BREAK-PRICE        PIC 9(3)V99.
      *Who keyed the tier and who approved it into force - see
      *PRCMAINT.
           05 QB-ENTERED-BY         PIC X(8).
           05 QB-APPROVED-BY        PIC X(8).
           05 QB-APPROVED-DATE      PIC 9(8).
