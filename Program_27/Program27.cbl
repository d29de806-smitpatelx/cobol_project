       identification division.
       program-id. Program27.
       author.Smit Patel. Devansh Patel.

      *    acquirer chargeback processing -- the card acquirer's
      *    nightly dispute file, matched back by invoice number to
      *    the keyed sales invoice history.  a matched sale is
      *    marked disputed so the store cannot refund it as well,
      *    and goes on the dated posting file the GL voucher pass
      *    turns into chargeback receivable entries.  a chargeback
      *    with no card sale behind it, or against a sale that was
      *    already refunded (the money lost twice), goes on the
      *    exception report for the card team to fight.  every case
      *    posted is kept on a permanent case file, so the same case
      *    number arriving on a later night is refused rather than
      *    posted to the GL twice.
       environment division.
       input-output section.
       file-control.
      *    the acquirer's dispute file -- one line per chargeback
      *    taken back from the settlement.
           select chargeback-file
               assign "../../../data/acquirer_chargebacks.dat"
               organization is line sequential
               file status is ws-chgback-status.
      *
      *    keyed on the invoice number -- a chargeback match is one
      *    READ, and the disputed status is marked back with a
      *    REWRITE.
           select invoice-history-file
               assign "../../../data/SalesInvoiceHistory.dat"
               organization is indexed
               access mode is random
               record key is IH-INVOICE-NUMBER
               file status is ws-invhist-status.
      *
      *    every store on the master, closed ones included -- a
      *    sale rung before a store closed can still be disputed.
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
      *    the tender master says which tenders are card-settled --
      *    only a card sale can be charged back.
           select tender-master-file
               assign "../../../data/tender_master.dat"
               organization is line sequential.
      *
      *    every case number ever posted, keyed on the acquirer's
      *    case number -- a case sent again on a later night, or a
      *    dispute file left over from one, must not post a second
      *    receivable.
           select chargeback-case-file
               assign "../../../data/ChargebackCases.dat"
               organization is indexed
               access mode is random
               record key is cc-case-number
               file status is ws-cbcase-status.
      *
      *    the matched chargebacks the GL voucher pass posts.
           select posting-file
               assign to dynamic ws-posting-file-name
               organization is line sequential.
      *
           select output-file
               assign to dynamic ws-report-file-name
               organization is line sequential.
      *
      *    processing-date control file maintained by operations --
      *    the business date the whole daily suite runs under.
           select processing-date-file
               assign "../../../data/ProcessingDate.dat"
               organization is line sequential
               file status is ws-procdate-status.
      *
       data division.
       file section.
       fd chargeback-file
           record contains 40 characters
           data record is CB-CHARGEBACK-RECORD.
      *
           COPY CHGBACK.
      *
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd store-master-file
           data record is SM-STORE-RECORD.
      *
           COPY STORMAST.
      *
       fd tender-master-file
           data record is TM-TENDER-RECORD.
      *
           COPY TNDRMAST.
      *
       fd chargeback-case-file
           record contains 26 characters
           data record is case-record.
      *
       01 case-record.
           05 cc-case-number           pic X(10).
           05 cc-invoice-number        pic X(9).
           05 cc-posted-date           pic 9(6).
           05 cc-disposition           pic X.
               88 cc-matched               value "M".
               88 cc-double-loss           value "D".
      *
       fd posting-file
           record contains 34 characters
           data record is CP-POSTING-RECORD.
      *
           COPY CBPOST.
      *
       fd output-file
           record contains 73 characters
           data record is print-line.
      *
       01 print-line                   pic x(73).
      *
       fd processing-date-file
           record contains 6 characters
           data record is PD-CONTROL-RECORD.
      *
           COPY BUSDATE.
      *
       working-storage section.

       01 ws-flags.
           05 WS-CB-EOF-FLAG            pic X value "N".
           05 WS-SM-EOF-FLAG            pic X value "N".
           05 WS-TM-EOF-FLAG            pic X value "N".
           05 ws-chgback-status         pic XX.
           05 ws-invhist-status         pic XX.
           05 ws-cbcase-status          pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-CASE-POSTED-SW         pic X value "N".
               88 WS-CASE-POSTED            value "Y".
           05 WS-HIST-FOUND-SW          pic X value "N".
               88 WS-HIST-FOUND             value "Y".
           05 WS-STORE-FOUND-SW         pic X value "N".
               88 WS-STORE-FOUND            value "Y".
           05 WS-SEEN-FOUND-SW          pic X value "N".
               88 WS-SEEN-FOUND             value "Y".
           05 WS-TENDER-FOUND-SW        pic X value "N".
               88 WS-TENDER-FOUND           value "Y".
           05 WS-CARD-TENDER-SW         pic X value "N".
               88 WS-CARD-TENDER            value "Y".

           COPY TNTABLE.

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.
           05 ws-posting-file-name     pic x(60) value spaces.
           05 ws-abend-reason          pic x(40) value spaces.

      *    store number to jurisdiction, for the account mapping
      *    the voucher pass does off the posting record.
       01 ws-store-table-control.
           05 ws-store-count           pic 9(4) value 0.
           05 ws-store-match-idx       pic 9(4) value 0.

       01 ws-store-table.
           05 ws-store-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-store-count
                   INDEXED BY ws-store-idx.
               10 ws-store-number      pic 9(2).
               10 ws-store-jurisdiction
                                       pic X(4).

      *    invoices already charged back in this run -- the
      *    acquirer has been known to send the same case twice,
      *    and the second must not post again.  a disputed mark
      *    under the business date otherwise reads as this run's
      *    own work seen again after a rerun.
       01 ws-seen-table-control.
           05 ws-seen-count            pic 9(5) value 0.
           05 ws-seen-max              pic 9(5) value 10000.

       01 ws-seen-table.
           05 ws-seen-entry OCCURS 1 TO 10000 TIMES
                   DEPENDING ON ws-seen-count
                   INDEXED BY ws-seen-idx.
               10 ws-seen-invoice      pic X(9).

       01 ws-work-fields.
           05 ws-exception-reason      pic x(30) value spaces.
           05 ws-exception-count       pic 9(5) value 0.
           05 ws-tender-search-idx     pic 9(4) value 0.

      *    counts and amounts by disposition for the summary.
       01 ws-summary-totals.
           05 ws-read-count            pic 9(5) value 0.
           05 ws-read-amount           pic 9(9)V99 value 0.
           05 ws-matched-count         pic 9(5) value 0.
           05 ws-matched-amount        pic 9(9)V99 value 0.
           05 ws-double-loss-count     pic 9(5) value 0.
           05 ws-double-loss-amount    pic 9(9)V99 value 0.
           05 ws-unmatched-count       pic 9(5) value 0.
           05 ws-unmatched-amount      pic 9(9)V99 value 0.
           05 ws-repeat-count          pic 9(5) value 0.
           05 ws-repeat-amount         pic 9(9)V99 value 0.
           05 ws-invalid-count         pic 9(5) value 0.
           05 ws-posted-count          pic 9(5) value 0.
           05 ws-posted-amount         pic 9(9)V99 value 0.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "CHARGEBACK EXCEPTION RPT".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-date-line.
           05 filler                   pic x(16)
               value "  BUSINESS DATE ".
           05 ws-dl-date               pic 9(6).
           05 filler                   pic x(51) value spaces.

       01 ws-r-heading-for-line1.
           05 filler                   pic X(13) value "  Case No.".
           05 filler                   pic X(11) value "Invoice".
           05 filler                   pic X(4)  value "St".
           05 filler                   pic X(4)  value "Cd".
           05 filler                   pic X(11) value "   Amount".
           05 filler                   pic X(30) value "Reason".

       01 ws-repo-info.
           05 filler                   pic X(2)  value spaces.
           05 ws-case-val              pic X(10).
           05 filler                   pic X(1)  value spaces.
           05 ws-invoice-val           pic X(9).
           05 filler                   pic X(2)  value spaces.
           05 ws-store-val             pic X(2).
           05 filler                   pic X(2)  value spaces.
           05 ws-card-val              pic X(2).
           05 filler                   pic X(2)  value spaces.
           05 ws-amount-val            pic $(5)9.99.
           05 filler                   pic X(2)  value spaces.
           05 ws-reason-val            pic X(30).

       01 ws-no-exception-line.
           05 filler                   pic x(40) value
               "  NO CHARGEBACK EXCEPTIONS TONIGHT".
           05 filler                   pic x(33) value spaces.

       01 ws-summary-line.
           05 filler                   pic X(2)  value spaces.
           05 ws-sl-label              pic X(30).
           05 ws-sl-count              pic zzzz9.
           05 filler                   pic X(3)  value spaces.
           05 ws-sl-amount             pic $(8)9.99.
           05 filler                   pic X(21) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CHARGEBACKS
               UNTIL WS-CB-EOF-FLAG = "Y".
           PERFORM 2900-WRITE-POSTING-TRAILER.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/ChargebackExceptions_" ws-run-date
               ".out"
               delimited by size into ws-report-file-name.
           string "../../../data/ChargebackPosting_" ws-run-date
               ".out"
               delimited by size into ws-posting-file-name.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 0052-LOAD-TENDER-MASTER.

           OPEN INPUT chargeback-file.
           if(ws-chgback-status NOT = "00") then
               move "ACQUIRER CHARGEBACK FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 0057-OPEN-INVOICE-HISTORY.
           PERFORM 0058-OPEN-CASE-FILE.

           OPEN OUTPUT posting-file output-file.
           WRITE print-line from ws-r-heading.
           move ws-run-date             to ws-dl-date.
           write print-line from ws-date-line
               after advancing 1 line.
           write print-line from ws-r-heading-for-line1
               after advancing 2 line.
           write print-line from ws-blank-line
               after advancing 1 line.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- it names the posting file
      *    and stamps the disputed mark on the history.
       0040-READ-BUSINESS-DATE.
           OPEN INPUT processing-date-file.
           if(ws-procdate-status NOT = "00") then
               move "PROCESSING DATE CONTROL FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           READ processing-date-file
               AT END
                   move "PROCESSING DATE CONTROL FILE EMPTY"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           move PD-BUSINESS-DATE        to ws-run-date.
           CLOSE processing-date-file.
       0040-END.

       0050-LOAD-STORE-MASTER.
           OPEN INPUT store-master-file.
           PERFORM 0060-READ-STORE-MASTER.
           PERFORM 0070-BUILD-STORE-TABLE UNTIL WS-SM-EOF-FLAG = "Y".
           CLOSE store-master-file.
       0050-END.

       0060-READ-STORE-MASTER.
           READ store-master-file
               AT END move "Y"          to WS-SM-EOF-FLAG
           END-READ.
       0060-END.

       0070-BUILD-STORE-TABLE.
           ADD 1                        to ws-store-count.
           SET ws-store-idx             to ws-store-count.
           move SM-STORE-NUMBER     to ws-store-number(ws-store-idx).
           move SM-JURISDICTION-CODE
                              to ws-store-jurisdiction(ws-store-idx).
           PERFORM 0060-READ-STORE-MASTER.
       0070-END.

       0052-LOAD-TENDER-MASTER.
           OPEN INPUT tender-master-file.
           PERFORM 0063-READ-TENDER-MASTER.
           PERFORM 0071-BUILD-TENDER-TABLE UNTIL WS-TM-EOF-FLAG = "Y".
           CLOSE tender-master-file.
       0052-END.

       0063-READ-TENDER-MASTER.
           READ tender-master-file
               AT END move "Y"          to WS-TM-EOF-FLAG
           END-READ.
       0063-END.

      *    inactive tenders are kept -- a sale paid by a tender
      *    since retired is still a card sale or not.
       0071-BUILD-TENDER-TABLE.
           ADD 1                        to TT-TENDER-COUNT.
           SET TT-IDX                   to TT-TENDER-COUNT.
           move TM-TENDER-CODE          to TT-TENDER-CODE(TT-IDX).
           move TM-DESCRIPTION          to TT-DESCRIPTION(TT-IDX).
           move TM-CARD-SETTLED         to TT-CARD-SETTLED(TT-IDX).
           move TM-TENDER-STATUS        to TT-TENDER-STATUS(TT-IDX).
           PERFORM 0063-READ-TENDER-MASTER.
       0071-END.

      *    the edit pass runs ahead of this one and creates the
      *    history on a first-ever day, so anything but a clean
      *    open here is a hard stop -- matching chargebacks against
      *    nothing would send every one to the card team as
      *    unmatched.
       0057-OPEN-INVOICE-HISTORY.
           OPEN I-O invoice-history-file.
           if(ws-invhist-status NOT = "00") then
               move "INVOICE HISTORY FILE OPEN FAILURE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0057-END.

      *    the case file is permanent and extended every night -- a
      *    first-ever run finds no file (status 35), creates it
      *    empty, and reopens it for update.
       0058-OPEN-CASE-FILE.
           OPEN I-O chargeback-case-file.
           if(ws-cbcase-status = "35") then
               OPEN OUTPUT chargeback-case-file
               CLOSE chargeback-case-file
               OPEN I-O chargeback-case-file
           end-if.
           if(ws-cbcase-status NOT = "00") then
               move "CHARGEBACK CASE FILE OPEN FAILURE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0058-END.

       2000-PROCESS-CHARGEBACKS.
           READ chargeback-file
               AT END move "Y"          to WS-CB-EOF-FLAG
               NOT AT END PERFORM 2010-MATCH-ONE-CHARGEBACK
           END-READ.
       2000-END.

      *    a sale already refunded is still the acquirer's money
      *    gone, so it posts and goes on the report both; a sale
      *    still open is marked disputed and posts; anything else
      *    is held on the report for the card team.
       2010-MATCH-ONE-CHARGEBACK.
           ADD 1                        to ws-read-count.
           if(CB-AMOUNT NOT NUMERIC) then
               ADD 1                    to ws-invalid-count
               move "CHARGEBACK AMOUNT NOT NUMERIC"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else
               ADD CB-AMOUNT            to ws-read-amount
               PERFORM 2150-CHECK-CASE-POSTED
               PERFORM 2100-READ-HISTORY-KEYED
               PERFORM 2200-CHECK-SEEN-THIS-RUN
               PERFORM 2020-DISPOSE-CHARGEBACK
           end-if.
       2010-END.

       2020-DISPOSE-CHARGEBACK.
           if(WS-CASE-POSTED) then
               ADD 1                    to ws-repeat-count
               ADD CB-AMOUNT            to ws-repeat-amount
               move "CASE ALREADY POSTED EARLIER"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else if(NOT WS-HIST-FOUND) then
               ADD 1                    to ws-unmatched-count
               ADD CB-AMOUNT            to ws-unmatched-amount
               move "NO SALE ON INVOICE HISTORY"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else if(WS-SEEN-FOUND) then
               ADD 1                    to ws-repeat-count
               ADD CB-AMOUNT            to ws-repeat-amount
               move "SAME INVOICE TWICE IN FILE"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else if(IH-DISPUTED) and
               (IH-REFUND-DATE NOT = ws-run-date) then
               ADD 1                    to ws-repeat-count
               ADD CB-AMOUNT            to ws-repeat-amount
               move "INVOICE ALREADY DISPUTED"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else
               PERFORM 2300-FIND-SALE-STORE
               PERFORM 2320-CHECK-CARD-TENDER
               PERFORM 2030-POST-OR-REJECT
           end-if.
       2020-END.

       2030-POST-OR-REJECT.
           if(NOT WS-STORE-FOUND) then
               ADD 1                    to ws-unmatched-count
               ADD CB-AMOUNT            to ws-unmatched-amount
               move "SALE STORE NOT ON STORE MASTER"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else if(NOT WS-CARD-TENDER) then
               ADD 1                    to ws-unmatched-count
               ADD CB-AMOUNT            to ws-unmatched-amount
               move "SALE NOT PAID BY CARD"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else
               PERFORM 2400-POST-MATCHED-CHARGEBACK
           end-if.
       2030-END.

       2100-READ-HISTORY-KEYED.
           MOVE "N"                     to WS-HIST-FOUND-SW.
           move CB-INVOICE-NUMBER       to IH-INVOICE-NUMBER.
           READ invoice-history-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HIST-FOUND to true
           END-READ.
       2100-END.

      *    a case on file under the business date is this run's own
      *    posting seen again after a rerun -- the posting file is
      *    rewritten whole, so it posts again.  under any earlier
      *    date it is already in the GL.
       2150-CHECK-CASE-POSTED.
           MOVE "N"                     to WS-CASE-POSTED-SW.
           move CB-CASE-NUMBER          to cc-case-number.
           READ chargeback-case-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   if(cc-posted-date NOT = ws-run-date) then
                       SET WS-CASE-POSTED
                                        to true
                   end-if
           END-READ.
       2150-END.

       2200-CHECK-SEEN-THIS-RUN.
           MOVE "N"                     to WS-SEEN-FOUND-SW.
           SET ws-seen-idx              to 1.
           PERFORM 2210-CHECK-SEEN-ENTRY VARYING ws-seen-idx
               from 1 BY 1
               until ws-seen-idx > ws-seen-count
               or WS-SEEN-FOUND.
       2200-END.

       2210-CHECK-SEEN-ENTRY.
           if(ws-seen-invoice(ws-seen-idx) = CB-INVOICE-NUMBER) then
               SET WS-SEEN-FOUND        to true
           end-if.
       2210-END.

       2300-FIND-SALE-STORE.
           MOVE "N"                     to WS-STORE-FOUND-SW.
           SET ws-store-idx             to 1.
           PERFORM 2310-CHECK-STORE-ENTRY VARYING ws-store-idx
               from 1 BY 1
               until ws-store-idx > ws-store-count
               or WS-STORE-FOUND.
       2300-END.

       2310-CHECK-STORE-ENTRY.
           if(ws-store-number(ws-store-idx) = IH-STORE-NUMBER) then
               SET WS-STORE-FOUND       to true
               SET ws-store-match-idx   to ws-store-idx
           end-if.
       2310-END.

      *    a tender not on the tender master is not a card.
       2320-CHECK-CARD-TENDER.
           MOVE "N"                     to WS-TENDER-FOUND-SW.
           MOVE "N"                     to WS-CARD-TENDER-SW.
           SET ws-tender-search-idx     to 1
           PERFORM 2330-CHECK-TT-ENTRY
               VARYING ws-tender-search-idx from 1 BY 1
               until ws-tender-search-idx > TT-TENDER-COUNT
               or WS-TENDER-FOUND.
       2320-END.

       2330-CHECK-TT-ENTRY.
           SET TT-IDX                   to ws-tender-search-idx.
           if(IH-PAYMENT-TYPE = TT-TENDER-CODE(TT-IDX)) then
               SET WS-TENDER-FOUND      to true
               if(TT-CARD-SETTLED(TT-IDX) = "Y") then
                   SET WS-CARD-TENDER   to true
               end-if
           end-if.
       2330-END.

      *    the posting carries the sale's own tender and store,
      *    not the acquirer's booking of them -- the history is
      *    the system of record for what was sold where.
       2400-POST-MATCHED-CHARGEBACK.
           if(IH-REFUNDED) then
               ADD 1                    to ws-double-loss-count
               ADD CB-AMOUNT            to ws-double-loss-amount
               move "DOUBLE LOSS - ALREADY REFUNDED"
                                        to ws-exception-reason
               PERFORM 2800-WRITE-EXCEPTION
           else
               ADD 1                    to ws-matched-count
               ADD CB-AMOUNT            to ws-matched-amount
               SET IH-DISPUTED          to true
               move ws-run-date         to IH-REFUND-DATE
               REWRITE IH-INVOICE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           end-if.

           move CB-CASE-NUMBER          to CP-CASE-NUMBER.
           move IH-INVOICE-NUMBER       to CP-INVOICE-NUMBER.
           move IH-STORE-NUMBER         to CP-STORE-NUMBER.
           move ws-store-jurisdiction(ws-store-match-idx)
                                        to CP-JURISDICTION.
           move IH-PAYMENT-TYPE         to CP-PAYMENT-TYPE.
           move CB-AMOUNT               to CP-AMOUNT.
           write CP-POSTING-RECORD.
           PERFORM 2450-RECORD-CASE-POSTED.
           ADD 1                        to ws-posted-count.
           ADD CB-AMOUNT                to ws-posted-amount.

           if(ws-seen-count NOT < ws-seen-max) then
               move "CHARGEBACK SEEN TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-seen-count.
           SET ws-seen-idx              to ws-seen-count.
           move CB-INVOICE-NUMBER       to ws-seen-invoice(ws-seen-idx).
       2400-END.

       2450-RECORD-CASE-POSTED.
           move CB-CASE-NUMBER          to cc-case-number.
           move IH-INVOICE-NUMBER       to cc-invoice-number.
           move ws-run-date             to cc-posted-date.
           if(IH-REFUNDED) then
               SET cc-double-loss       to true
           else
               SET cc-matched           to true
           end-if.
           WRITE case-record
               INVALID KEY CONTINUE
           END-WRITE.
       2450-END.

       2800-WRITE-EXCEPTION.
           move CB-CASE-NUMBER          to ws-case-val.
           move CB-INVOICE-NUMBER       to ws-invoice-val.
           move CB-STORE-NUMBER         to ws-store-val.
           move CB-CARD-TYPE            to ws-card-val.
           if(CB-AMOUNT NUMERIC) then
               move CB-AMOUNT           to ws-amount-val
           else
               move 0                   to ws-amount-val
           end-if.
           move ws-exception-reason     to ws-reason-val.
           write print-line from ws-repo-info
               after advancing 1 line.
           ADD 1                        to ws-exception-count.
       2800-END.

      *    the posting file closes with what was posted to it -- the
      *    voucher pass checks its own count and total against this
      *    before the chargebacks go on the day's voucher.
       2900-WRITE-POSTING-TRAILER.
           move spaces                  to CP-POSTING-RECORD.
           SET CP-TRAILER-RECORD        to true.
           move ws-posted-count         to CP-POSTED-COUNT.
           move ws-posted-amount        to CP-POSTED-AMOUNT.
           write CP-POSTING-RECORD.
       2900-END.

      *    the run dies here rather than leaving the history half
      *    marked against a chargeback file it could not finish.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM27 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       3000-PRINT-SUMMARY.
           if(ws-exception-count = 0) then
               write print-line from ws-no-exception-line
                   after advancing 1 line
           end-if.
           write print-line from ws-blank-line
               after advancing 1 line.

           move "CHARGEBACKS RECEIVED"  to ws-sl-label.
           move ws-read-count           to ws-sl-count.
           move ws-read-amount          to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 1 line.
           move "MATCHED AND MARKED DISPUTED" to ws-sl-label.
           move ws-matched-count        to ws-sl-count.
           move ws-matched-amount       to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 1 line.
           move "DOUBLE LOSS - ALREADY REFUNDED" to ws-sl-label.
           move ws-double-loss-count    to ws-sl-count.
           move ws-double-loss-amount   to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 1 line.
           move "NOT MATCHED TO A CARD SALE" to ws-sl-label.
           move ws-unmatched-count      to ws-sl-count.
           move ws-unmatched-amount     to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 1 line.
           move "ALREADY DISPUTED OR REPEATED" to ws-sl-label.
           move ws-repeat-count         to ws-sl-count.
           move ws-repeat-amount        to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 1 line.
           move "INVALID AMOUNT"        to ws-sl-label.
           move ws-invalid-count        to ws-sl-count.
           move 0                       to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 1 line.
           move "POSTED TO GL RECEIVABLE" to ws-sl-label.
           move ws-posted-count         to ws-sl-count.
           move ws-posted-amount        to ws-sl-amount.
           write print-line from ws-summary-line
               after advancing 2 line.
       3000-END.

       9999-CLOSE-OUT.
           CLOSE chargeback-file invoice-history-file
               chargeback-case-file posting-file output-file.
       9999-END.

       END PROGRAM Program27.
