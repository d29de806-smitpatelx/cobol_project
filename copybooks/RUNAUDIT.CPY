      *  RUNAUDIT - one line appended to the shared run-history    *
      *  audit-trail file by a program at the end of a run, so a   *
      *  later reconciliation can trace a discrepancy back to when *
      *  a run actually happened.  A late transmission posted      *
      *  under its original business date is marked LT with the    *
      *  store it was for, so it never passes for that day's       *
      *  regular run.                                              *
      *-----------------------------------------------------------*
       01 AUDIT-DETAIL-LINE.
           05 AUDIT-PROGRAM-ID         PIC X(08).
           05 AUDIT-TOTAL-TAX          PIC 9(09).99.
           05 FILLER                   PIC X     VALUE ",".
           05 AUDIT-TOTAL-AMOUNT       PIC 9(09).99.
           05 AUDIT-POSTING-MARK.
               10 AUDIT-POSTING-TYPE   PIC X(02) VALUE SPACES.
                   88 AUDIT-REGULAR-POSTING VALUE SPACES.
                   88 AUDIT-LATE-POSTING   VALUE "LT".
               10 AUDIT-LATE-STORE     PIC X(02) VALUE SPACES.
