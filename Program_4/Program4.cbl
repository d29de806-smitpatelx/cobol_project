      *  the edit pass -- read here so every R record can be matched
      *  back to the original sale it claims to reverse.
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
         05 was-program-id pic x(8).
         05 filler pic x.
         05 was-run-date pic 9(6).
         05 filler pic x(45).
         05 was-posting-type pic x(2).
         05 filler pic x(2).

      *  header/trailer control verification -- the trailer's count
      *  and hash are checked against what this run actually read
      *  a completed run appends its audit line as its last act, so
      *  an audit line for this program under the business date means
      *  the day already folded into the MTD totals -- the rerun
      *  stops hard before it can fold the day in twice.  a late
      *  store posted under that date is not the day's run.
       0042-CHECK-PRIOR-RUN.
           OPEN INPUT audit-file.
           IF (ws-audit-status = "00") THEN
               NOT AT END
                   MOVE audit-record TO ws-audit-scan-line
                   IF (was-program-id = "PROGRAM4") AND
                       (was-run-date = ws-run-date) AND
                       (was-posting-type NOT = "LT") THEN
                       SET WS-DAY-DONE TO TRUE
                   END-IF
           END-READ.
      *  marked today's accepted refunds against the history, so a
      *  refund recorded under the business date is this very return
      *  coming through again on the reporting side -- only a refund
      *  from a prior day proves a second attempt.  a sale under a
      *  card chargeback dispute cannot be refunded at all.
       0259-CHECK-WINDOW-AND-REFUND.
           IF (IH-REFUNDED) AND
               (IH-REFUND-DATE NOT = ws-run-date) THEN
               MOVE "INVOICE ALREADY REFUNDED"
                 TO ws-exc-reason
           ELSE
               IF (IH-DISPUTED) THEN
                   SET WS-LINE-INVALID TO TRUE
                   MOVE "INVOICE UNDER CARD CHARGEBACK DISPUTE"
                     TO ws-exc-reason
               ELSE
                   IF (IH-SALE-DATE < ws-cutoff-date-n) THEN
                       SET WS-LINE-INVALID TO TRUE
                       MOVE "SALE OLDER THAN POSTED RETURN WINDOW"
                         TO ws-exc-reason
                   END-IF
               END-IF
           END-IF.
       0259-END.
