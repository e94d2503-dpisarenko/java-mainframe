      *Effective-dated standard cost - keyed by item number plus the
      *date the cost took effect, the same effective-dating pattern
      *as VATTAB and CONTPRC. ITEMMNT writes a row for every
      *standard-cost change (and an opening row at the item's old
      *cost the first time it changes), so the billing run values a
      *line at the cost in force on its invoice date instead of
      *whatever the item master says today - margin reporting and
      *the cost-of-sales postings no longer change basis mid-month.
      *An item with no row at or before the date falls back to
      *IM-STD-COST.
       01  STD-COST-RECORD.
           05 SC-KEY.
               10 SC-ITEM-NO        PIC X(8).
               10 SC-EFF-DATE       PIC 9(8).
           05 SC-STD-COST           PIC 9(5)V99.
      *The cost in force before this row - what the revaluation
      *posting was computed from.
           05 SC-PRIOR-COST         PIC 9(5)V99.
           05 SC-CHANGED-BY         PIC X(8).
           05 SC-CHANGED-DATE       PIC 9(8).
