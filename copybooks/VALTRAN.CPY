      *  while an itemized invoice carries one record per line    *
      *  with its real quantity and unit price, so the SKU        *
      *  breakdowns can report units and average selling price.   *
      *  The sale date is the day the store rang the line -- the  *
      *  business date, except for a line released back in from   *
      *  suspense, which carries the day it was first rejected.   *
      *  Carries the same H/T control records as the raw files    *
      *  (TRNCTL), padded to this length.                         *
      *-----------------------------------------------------------*
           05 VT-TAX-AMOUNT            PIC 9(05)V99.
           05 VT-QUANTITY              PIC 9(05).
           05 VT-UNIT-PRICE            PIC 9(05)V99.
           05 VT-SALE-DATE             PIC 9(06).
