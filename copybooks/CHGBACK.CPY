      *-----------------------------------------------------------*
      *  CHGBACK - acquirer chargeback record.  One record per    *
      *  card dispute the acquirer has taken back from the        *
      *  settlement, sent nightly: the acquirer's case number,    *
      *  the invoice the customer disputed, the store and card    *
      *  type the acquirer booked it under, the amount taken      *
      *  back, the date the dispute was opened, and the network   *
      *  reason code.  The chargeback pass matches it back to the *
      *  sales invoice history by invoice number.                 *
      *-----------------------------------------------------------*
       01 CB-CHARGEBACK-RECORD.
           05 CB-CASE-NUMBER           PIC X(10).
           05 CB-INVOICE-NUMBER        PIC X(09).
           05 CB-STORE-NUMBER          PIC X(02).
           05 CB-CARD-TYPE             PIC X(02).
           05 CB-AMOUNT                PIC 9(05)V99.
           05 CB-DISPUTE-DATE          PIC 9(06).
           05 CB-REASON-CODE           PIC X(04).
