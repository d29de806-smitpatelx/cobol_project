      *-----------------------------------------------------------*
      *  PRICEMST - effective-dated SKU price master record.  One *
      *  record per SKU per price change, line sequential,        *
      *  maintained by merchandising.  The price in force for a   *
      *  business date is the SKU's record with the latest        *
      *  effective-from date on or before it, so a scheduled      *
      *  change is keyed ahead of time and takes effect on the    *
      *  right night without anyone touching the file that day.   *
      *-----------------------------------------------------------*
       01 PM-PRICE-RECORD.
           05 PM-SKU-CODE              PIC X(15).
           05 PM-EFFECTIVE-DATE        PIC 9(06).
           05 PM-REGULAR-PRICE         PIC 9(05)V99.
