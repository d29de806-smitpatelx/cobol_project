      *-----------------------------------------------------------*
      *  SUSPENSE - suspense item record.  One record per raw     *
      *  S&L or returns line the edit pass rejects, and one per   *
      *  record of a rejected itemized invoice (the I header as   *
      *  line 000, each D line under its own line number), all    *
      *  sharing the item key: the date the edit pass rejected    *
      *  it plus a sequence within that day.  The raw 36-byte     *
      *  image is carried whole, so head office can correct it    *
      *  and release it back through the edit pass exactly as     *
      *  the store first rang it.  The first-reject date rides    *
      *  along through every correct-and-release cycle, so an     *
      *  item that bounces a second time still ages from the day  *
      *  it first went into suspense.  The same layout serves     *
      *  the edit pass's nightly intake, the suspense master,     *
      *  and the release file the edit pass reads back.  On the   *
      *  release file alone, an item the edit pass has taken is   *
      *  marked taken under the date it took it, so the same      *
      *  file is never posted again on a later night.             *
      *-----------------------------------------------------------*
       01 SP-SUSPENSE-RECORD.
           05 SP-ITEM-KEY.
               10 SP-REJECT-DATE       PIC 9(06).
               10 SP-ITEM-SEQUENCE     PIC 9(05).
           05 SP-LINE-NUMBER           PIC 9(03).
           05 SP-SOURCE-FILE           PIC X(01).
               88 SP-FROM-SL               VALUE "S".
               88 SP-FROM-RETURNS          VALUE "R".
               88 SP-FROM-ITEMIZED         VALUE "I".
           05 SP-REASON-CODE           PIC X(02).
               88 SP-BAD-TRANS-CODE        VALUE "TC".
               88 SP-BAD-TENDER            VALUE "PT".
               88 SP-BAD-STORE             VALUE "ST".
               88 SP-NO-HISTORY            VALUE "NH".
               88 SP-STORE-MISMATCH        VALUE "SM".
               88 SP-OVER-ORIGINAL         VALUE "AX".
               88 SP-ALREADY-REFUNDED      VALUE "AR".
               88 SP-UNDER-CHARGEBACK      VALUE "DP".
               88 SP-OUTSIDE-WINDOW        VALUE "RW".
               88 SP-LINE-COUNT-OFF        VALUE "LC".
               88 SP-LINE-TOTAL-OFF        VALUE "LT".
           05 SP-REASON-TEXT           PIC X(48).
           05 SP-STORE-NUMBER          PIC X(02).
           05 SP-ITEM-STATUS           PIC X(01).
               88 SP-ITEM-OPEN             VALUE "O".
               88 SP-ITEM-RELEASED         VALUE "R".
               88 SP-ITEM-WRITTEN-OFF      VALUE "W".
               88 SP-ITEM-TAKEN            VALUE "T".
           05 SP-ACTION-DATE           PIC 9(06).
           05 SP-FIRST-REJECT-DATE     PIC 9(06).
           05 SP-RAW-IMAGE             PIC X(36).
           05 SP-RAW-LINE-VIEW REDEFINES SP-RAW-IMAGE.
               10 SP-RAW-TRANS-CODE    PIC X(01).
               10 SP-RAW-AMOUNT        PIC 9(05)V99.
               10 SP-RAW-PAYMENT-TYPE  PIC X(02).
               10 SP-RAW-STORE         PIC X(02).
               10 SP-RAW-INVOICE       PIC X(09).
               10 SP-RAW-SKU           PIC X(15).
           05 SP-RAW-ITM-HEADER-VIEW REDEFINES SP-RAW-IMAGE.
               10 SP-RAW-ITM-TYPE      PIC X(01).
               10 SP-RAW-ITM-INVOICE   PIC X(09).
               10 SP-RAW-ITM-STORE     PIC X(02).
               10 SP-RAW-ITM-PAYMENT   PIC X(02).
               10 SP-RAW-ITM-TOTAL     PIC 9(05)V99.
               10 FILLER               PIC X(15).
