      *-----------------------------------------------------------*
      *  LPACTV - loss-prevention activity record.  The nightly    *
      *  refund review keeps a rolling week of these, line         *
      *  sequential, rewritten whole each night: one store-day     *
      *  record per store with its sales and refunds for the day,  *
      *  and one record per refund that tripped a pattern --       *
      *  refunded at a store other than the one that sold it, a    *
      *  card sale refunded to a non-card tender, or a refund      *
      *  taken within days of the sale.  A refund the edit pass    *
      *  blocked is kept as an attempt, since the attempt is the   *
      *  pattern loss prevention is looking for.  The weekly       *
      *  report is printed from this file alone.                   *
      *-----------------------------------------------------------*
       01 LA-ACTIVITY-RECORD.
           05 LA-ACTIVITY-DATE         PIC 9(06).
           05 LA-RECORD-TYPE           PIC X(01).
               88 LA-STORE-DAY             VALUE "S".
               88 LA-FLAGGED-REFUND        VALUE "R".
           05 LA-STORE-NUMBER          PIC 9(02).
           05 LA-DETAIL                PIC X(40).
           05 LA-STORE-DAY-VIEW REDEFINES LA-DETAIL.
               10 LA-SALES-AMOUNT      PIC 9(09)V99.
               10 LA-REFUND-AMOUNT     PIC 9(09)V99.
               10 LA-SALES-COUNT       PIC 9(05).
               10 LA-REFUND-COUNT      PIC 9(05).
               10 FILLER               PIC X(08).
           05 LA-REFUND-VIEW REDEFINES LA-DETAIL.
               10 LA-INVOICE-NUMBER    PIC X(09).
               10 LA-REFUND-AMNT       PIC 9(05)V99.
               10 LA-REFUND-TENDER     PIC X(02).
               10 LA-SALE-STORE        PIC 9(02).
               10 LA-SALE-TENDER       PIC X(02).
               10 LA-SALE-DATE         PIC 9(06).
               10 LA-OTHER-STORE-FLAG  PIC X(01).
                   88 LA-OTHER-STORE       VALUE "Y".
               10 LA-CASH-FOR-CARD-FLAG
                                       PIC X(01).
                   88 LA-CASH-FOR-CARD     VALUE "Y".
               10 LA-QUICK-REFUND-FLAG PIC X(01).
                   88 LA-QUICK-REFUND      VALUE "Y".
               10 LA-BLOCKED-FLAG      PIC X(01).
                   88 LA-BLOCKED-ATTEMPT   VALUE "Y".
               10 FILLER               PIC X(08).
