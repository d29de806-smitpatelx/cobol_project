      *-----------------------------------------------------------*
      *  SALESHST - retained daily sales history record.  Every   *
      *  night's validated master is appended here, one record    *
      *  per line, keyed by business date, store, source and the  *
      *  line's position in its file, so a period can be read     *
      *  back in date order long after the master itself has      *
      *  been overwritten.  A late store's file posted after its  *
      *  night carries source L under its original date.  The     *
      *  selling store's jurisdiction is kept as it stood on the  *
      *  day.  A rerun of a day deletes that day's nightly lines  *
      *  before keeping the new ones, so a day is never retained  *
      *  twice.  The sale date is the day the store rang the      *
      *  line, which for a line released from suspense or posted  *
      *  late is earlier than the business date it is kept under. *
      *-----------------------------------------------------------*
       01 SH-SALES-RECORD.
           05 SH-HISTORY-KEY.
               10 SH-BUSINESS-DATE     PIC 9(06).
               10 SH-STORE-NUMBER      PIC 9(02).
               10 SH-SOURCE            PIC X(01).
                   88 SH-NIGHTLY           VALUE "N".
                   88 SH-LATE              VALUE "L".
               10 SH-SEQUENCE          PIC 9(06).
           05 SH-TRANS-CODE            PIC X(01).
           05 SH-TRANS-AMNT            PIC 9(05)V99.
           05 SH-PAYMENT-TYPE          PIC X(02).
           05 SH-INVOICE-NUMBER        PIC X(09).
           05 SH-SKU                   PIC X(15).
           05 SH-JURISDICTION          PIC X(04).
           05 SH-TAX-AMOUNT            PIC 9(05)V99.
           05 SH-QUANTITY              PIC 9(05).
           05 SH-UNIT-PRICE            PIC 9(05)V99.
           05 SH-SALE-DATE             PIC 9(06).
