      *-----------------------------------------------------------*
      *  CBPOST - chargeback posting record.  One record per      *
      *  chargeback the nightly chargeback pass matched to a sale *
      *  on the invoice history, written to the dated posting     *
      *  file the GL voucher pass reads.  Carries what the        *
      *  account mapping needs -- the sale's tender and the       *
      *  selling store's jurisdiction -- so the voucher pass does *
      *  not have to go back to the history.  The file closes     *
      *  with a trailer (case number TRAILER) carrying the count  *
      *  and amount the chargeback pass posted, so the voucher    *
      *  pass can prove it read the whole file.                   *
      *-----------------------------------------------------------*
       01 CP-POSTING-RECORD.
           05 CP-CASE-NUMBER           PIC X(10).
               88 CP-TRAILER-RECORD        VALUE "TRAILER".
           05 CP-POSTING-DATA          PIC X(24).
           05 CP-DETAIL-VIEW REDEFINES CP-POSTING-DATA.
               10 CP-INVOICE-NUMBER    PIC X(09).
               10 CP-STORE-NUMBER      PIC 9(02).
               10 CP-JURISDICTION      PIC X(04).
               10 CP-PAYMENT-TYPE      PIC X(02).
               10 CP-AMOUNT            PIC 9(05)V99.
           05 CP-TRAILER-VIEW REDEFINES CP-POSTING-DATA.
               10 CP-POSTED-COUNT      PIC 9(09).
               10 CP-POSTED-AMOUNT     PIC 9(13)V99.
