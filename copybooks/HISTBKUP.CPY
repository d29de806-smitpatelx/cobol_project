      *-----------------------------------------------------------*
      *  HISTBKUP - sales invoice history backup record.  The     *
      *  nightly backup is a sequential copy of the keyed history,*
      *  a header naming the business date it was taken under, one*
      *  detail per history record carrying the INVHIST image     *
      *  unchanged, and a trailer with the control totals the     *
      *  backup is proven against before it is ever trusted --    *
      *  record count, total IH-AMOUNT, refunded and disputed     *
      *  counts.                                                  *
      *-----------------------------------------------------------*
       01 HB-BACKUP-RECORD.
           05 HB-RECORD-TYPE           PIC X(01).
               88 HB-HEADER-RECORD         VALUE "H".
               88 HB-DETAIL-RECORD         VALUE "D".
               88 HB-TRAILER-RECORD        VALUE "T".
           05 HB-RECORD-DATA           PIC X(48).
           05 HB-HEADER-VIEW REDEFINES HB-RECORD-DATA.
               10 HB-BACKUP-DATE       PIC 9(06).
               10 HB-SOURCE-NAME       PIC X(08).
               10 FILLER               PIC X(34).
           05 HB-TRAILER-VIEW REDEFINES HB-RECORD-DATA.
               10 HB-RECORD-COUNT      PIC 9(09).
               10 HB-AMOUNT-TOTAL      PIC 9(13)V99.
               10 HB-REFUNDED-COUNT    PIC 9(09).
               10 HB-DISPUTED-COUNT    PIC 9(09).
               10 FILLER               PIC X(06).
