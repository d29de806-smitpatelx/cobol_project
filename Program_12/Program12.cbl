           05 filler  pic x(22) value "CashDepositRecon_".
           05 filler  pic x(22) value "GLJournalVoucher_".
           05 filler  pic x(22) value "StoreTrend_".
           05 filler  pic x(22) value "SuspenseAging_".
           05 filler  pic x(22) value "InventoryReorder_".
           05 filler  pic x(22) value "InventoryExceptions_".
           05 filler  pic x(22) value "PriceOverride_".
           05 filler  pic x(22) value "LossPrevention_".
           05 filler  pic x(22) value "BudgetFlash_".
           05 filler  pic x(22) value "ChargebackExceptions_".
           05 filler  pic x(22) value "ChargebackPosting_".
           05 filler  pic x(22) value "LateAdjustment_".
           05 filler  pic x(22) value "LateGLVoucher_".
           05 filler  pic x(22) value "SalesHistoryReport_".
           05 filler  pic x(22) value "SecurityReport_".
           05 filler  pic x(22) value "HistoryIntegrity_".

       01 ws-pattern-table REDEFINES ws-pattern-values.
           05 ws-purge-pattern OCCURS 33 TIMES
                   pic x(22).

      *    days in each month of a normal year -- February is
       2000-PURGE-ONE-DAY.
           PERFORM 2100-PURGE-ONE-PATTERN
               VARYING ws-pattern-idx from 1 BY 1
               until ws-pattern-idx > 33.
           PERFORM 1200-DECREMENT-ONE-DAY.
       2000-END.

