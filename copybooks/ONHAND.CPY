      *-----------------------------------------------------------*
      *  ONHAND - perpetual store/SKU on-hand inventory record.   *
      *  One record per store and SKU, line sequential, carried   *
      *  across days and rewritten whole by the nightly update.   *
      *  Sales take units off, returns and distribution-centre    *
      *  receipts put them back.  The on-hand balance is held     *
      *  with the balance it opened the day with and the date it  *
      *  was last posted, so a rerun of the same business date    *
      *  starts again from the opening balance instead of         *
      *  posting the day twice.  A negative balance is kept as    *
      *  it falls -- it is the finding, not an error to correct.  *
      *-----------------------------------------------------------*
       01 OH-ON-HAND-RECORD.
           05 OH-STORE-NUMBER          PIC 9(02).
           05 OH-SKU                   PIC X(15).
           05 OH-ON-HAND               PIC S9(07)
                                       SIGN LEADING SEPARATE.
           05 OH-OPENING-ON-HAND       PIC S9(07)
                                       SIGN LEADING SEPARATE.
           05 OH-REORDER-POINT         PIC 9(05).
           05 OH-POSTED-DATE           PIC 9(06).
