      *  to the sale it claims to reverse.  Carries the business   *
      *  date the sale was rung and the refund status the edit     *
      *  pass maintains, so a return outside the posted window or  *
      *  against an already-refunded invoice bounces.  The tender  *
      *  the sale was paid with is kept too, so loss prevention    *
      *  can see a card sale refunded in cash.                     *
      *  A sale the customer disputed with the card acquirer is    *
      *  marked disputed by the chargeback pass, with the date     *
      *  the chargeback posted in the refund-date field, so the    *
      *  store cannot refund it as well.                           *
      *-----------------------------------------------------------*
       01 IH-INVOICE-RECORD.
           05 IH-INVOICE-NUMBER        PIC X(09).
           05 IH-REFUND-STATUS         PIC X(01).
               88 IH-REFUNDED              VALUE "R".
               88 IH-NOT-REFUNDED          VALUE "N".
               88 IH-DISPUTED              VALUE "D".
           05 IH-REFUND-DATE           PIC 9(06).
           05 IH-PAYMENT-TYPE          PIC X(02).
