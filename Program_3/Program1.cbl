      *    per valid S/L invoice, carried across days so the
      *    returns side can match a refund back to its sale.
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
           05 was-program-id           pic x(8).
           05 filler                   pic x.
           05 was-run-date             pic 9(6).
           05 filler                   pic x(45).
           05 was-posting-type         pic x(2).
           05 filler                   pic x(2).

      *    header/trailer control verification -- the trailer's
      *    count and hash are checked against what this run
      *    so an audit line for this program under the business date
      *    means the day already folded into the MTD totals -- the
      *    rerun stops hard before it can fold the day in twice.
      *    a late store posted under that date is not the day's run.
       0042-CHECK-PRIOR-RUN.
           OPEN INPUT audit-file.
           if(ws-audit-status = "00") then
               NOT AT END
                   move audit-record    to ws-audit-scan-line
                   if(was-program-id = "PROGRAM1") and
                       (was-run-date = ws-run-date) and
                       (was-posting-type NOT = "LT") then
                       SET WS-DAY-DONE  to true
                   end-if
           END-READ.
           move ws-run-date                to IH-SALE-DATE.
           SET IH-NOT-REFUNDED             to true.
           move 0                          to IH-REFUND-DATE.
           move il-type-of-payment         to IH-PAYMENT-TYPE.

      *    the keyed file refuses a second record under the same
      *    invoice number -- a cross-day duplicate the per-run
