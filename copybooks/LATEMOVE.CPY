      *-----------------------------------------------------------*
      *  LATEMOVE - shelf movement from a late-posted store file. *
      *  One record per store, SKU and trans code, line           *
      *  sequential, appended by the late-transmission posting    *
      *  and taken onto the on-hand balances by the next nightly  *
      *  inventory update.  A late line carries no quantity, so   *
      *  each posted line is one unit.  The applied date is zero  *
      *  until the inventory update takes the movement; a rerun   *
      *  of that same night takes it again from the opening       *
      *  balance, and a later night drops it from the file.       *
      *-----------------------------------------------------------*
       01 LM-MOVE-RECORD.
           05 LM-STORE-NUMBER          PIC 9(02).
           05 LM-SKU                   PIC X(15).
           05 LM-TRANS-CODE            PIC X(01).
           05 LM-QUANTITY              PIC 9(05).
           05 LM-LATE-DATE             PIC 9(06).
           05 LM-POSTED-DATE           PIC 9(06).
           05 LM-APPLIED-DATE          PIC 9(06).
