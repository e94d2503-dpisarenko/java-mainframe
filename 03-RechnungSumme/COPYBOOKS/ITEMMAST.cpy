      *service items (finance charges, freight itself, retro
      *rebates), which ship nothing.
           05 IM-SHIP-WEIGHT     PIC 9(3)V99.
      *Discontinued items - no new sales bill against them, but a
      *returns credit for one already sold still goes through.
      *Set by ITEMMNT's discontinue transaction.
           05 IM-ITEM-STATUS     PIC X.
               88 IM-ITEM-ACTIVE     VALUE ' '.
               88 IM-DISCONTINUED    VALUE 'D'.
           05 IM-DISC-DATE       PIC 9(8).
      *Product group the sales budget is set at - the budget
      *versus actual report rolls each billed item into it.
           05 IM-ITEM-GROUP      PIC X(4).
      *Intrastat classification for goods shipped across EU
      *borders - the 8-digit combined nomenclature commodity code
      *and the ISO country the goods were made in. Both blank for
      *service items, which are never declared.
           05 IM-COMMODITY-CODE  PIC X(8).
           05 IM-ORIGIN-COUNTRY  PIC X(2).
