      *-----------------------------------------------------------*
      *  BUDGMAST - store sales budget record layout.  One record *
      *  per store and month, line sequential, holding the net    *
      *  sales (sales less returns) the district manager planned  *
      *  for the store that month.  The month is carried as YYMM, *
      *  the same two-digit year the business date uses.  Kept    *
      *  only through the budget maintenance program, which       *
      *  audits every change the way the store master's does.     *
      *-----------------------------------------------------------*
       01 BM-BUDGET-RECORD.
           05 BM-STORE-NUMBER          PIC 9(02).
           05 BM-BUDGET-MONTH          PIC 9(04).
           05 BM-PLANNED-NET           PIC 9(09)V99.
