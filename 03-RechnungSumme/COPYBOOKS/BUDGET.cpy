      *Sales budget record - keyed by budget year, company, sales
      *representative and item group (IM-ITEM-GROUP), one row per
      *combination with the twelve monthly budget amounts in home
      *currency. Finance loads the year's budget once through
      *RECHBDL; the budget versus actual report compares the billed
      *history against it by month and year to date.
       01  BUDGET-RECORD.
           05 BU-KEY.
               10 BU-YEAR           PIC 9(4).
               10 BU-COMPANY-CODE   PIC X(2).
               10 BU-REP-CODE       PIC X(4).
               10 BU-ITEM-GROUP     PIC X(4).
           05 BU-MONTH-AMT OCCURS 12 TIMES PIC 9(9)V99.
           05 BU-LOADED-BY          PIC X(8).
           05 BU-LOADED-DATE        PIC 9(8).
