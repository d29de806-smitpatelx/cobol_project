               assign "../../../data/return_window.dat"
               organization is line sequential
               file status is ws-window-status.
      *
      *    tonight's rejects, one SUSPENSE record per rejected line
      *    (per record of a rejected itemized invoice) -- rewritten
      *    whole by every run, so a rerun after an abend replaces
      *    the aborted attempt's intake instead of doubling it.  the
      *    suspense maintenance pass folds it into the master.
           select suspense-intake-file
               assign "../../../data/SuspenseIntake.dat"
               organization is line sequential.
      *
      *    items head office corrected and released from suspense --
      *    re-edited here exactly like the night they were rung, so
      *    a release that is still wrong goes straight back in.
      *    optional: a night with nothing released has no file.
           select suspense-release-file
               assign "../../../data/SuspenseReleases.dat"
               organization is line sequential
               file status is ws-release-status.
      *
      *    the month-to-date files Program1 and program4 carry --
      *    a released item never reached them the night it was
      *    rung, so its amount goes in here the night it is taken.
           select sl-mtd-file
               assign "../../../data/S&LMonthToDate.dat"
               organization is line sequential
               file status is ws-sl-mtd-status.
      *
           select returns-mtd-file
               assign "../../../data/ReturnsMonthToDate.dat"
               organization is line sequential
               file status is ws-ret-mtd-status.
      *
       data division.
       file section.
      *    record is matched back to the original sale it claims
      *    to reverse with a keyed READ.
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
      *
       01 window-record.
           05 rw-window-days           pic 9(3).
      *
       fd suspense-intake-file
           record contains 116 characters
           data record is suspense-intake-record.
      *
       01 suspense-intake-record       pic x(116).
      *
       fd suspense-release-file
           record contains 116 characters
           data record is SP-SUSPENSE-RECORD.
      *
           COPY SUSPENSE.
      *
       fd sl-mtd-file
           record contains 13 characters
           data record is sl-mtd-record.
      *
       01 sl-mtd-record.
           05 sl-mtd-store-number      pic 99.
           05 sl-mtd-store-total       pic 9(9)V99.
      *
       fd returns-mtd-file
           record contains 13 characters
           data record is ret-mtd-record.
      *
       01 ret-mtd-record.
           05 ret-mtd-store-number     pic 99.
           05 ret-mtd-store-total      pic 9(9)V99.
      *
       working-storage section.

           05 WS-TM-EOF-FLAG            pic X value "N".
           05 WS-TENDER-FOUND-SW        pic X value "N".
               88 WS-TENDER-FOUND           value "Y".
           05 ws-release-status         pic XX.
           05 WS-REL-EOF-FLAG           pic X value "N".
           05 WS-REL-PRESENT-SW         pic X value "N".
               88 WS-REL-PRESENT            value "Y".
           05 WS-RELEASE-ENTRY-SW       pic X value "N".
               88 WS-RELEASE-ENTRY          value "Y".
           05 WS-RELEASE-NEW-SW         pic X value "N".
               88 WS-RELEASE-NEW            value "Y".
           05 ws-sl-mtd-status          pic XX.
           05 ws-ret-mtd-status         pic XX.
           05 WS-MTD-EOF-FLAG           pic X value "N".
           05 WS-MTD-FOUND-SW           pic X value "N".
               88 WS-MTD-FOUND              value "Y".

           COPY STABLE.

               10 ws-itm-unit-price     pic 9(5)V99.
               10 ws-itm-extension      pic 9(7)V99.

      *    the suspense record under construction -- built here and
      *    written FROM, like the audit lines in the report
      *    programs.  the reason code is set beside each exception
      *    reason text; the first-reject date is the business date
      *    for a new reject and the original one for a release that
      *    bounces again.
       01 ws-suspense-fields.
           05 ws-susp-sequence          pic 9(5) value 0.
           05 ws-susp-line-idx          pic 9(3) value 0.
           05 ws-susp-reason-code       pic XX value spaces.
           05 ws-susp-first-date        pic 9(6) value 0.
           05 ws-susp-reject-count      pic 9(7) value 0.
           05 ws-release-count          pic 9(7) value 0.

      *    the release file as read, held so it can go back out
      *    with tonight's items marked as taken.
       01 ws-rel-table-control.
           05 ws-rel-count              pic 9(4) value 0.
           05 ws-rel-max                pic 9(4) value 5000.

       01 ws-rel-table.
           05 ws-rel-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-rel-count
                   INDEXED BY ws-rel-idx.
               10 ws-rel-record         pic x(116).

      *    what tonight's newly taken releases add to each store's
      *    month-to-date sales and returns, by store-table entry.
      *    an item taken again by a rerun was already added by the
      *    attempt that first took it, so it adds nothing here.
       01 ws-rel-mtd-totals.
           05 ws-rm-sl-total            pic 9(9)V99 value 0.
           05 ws-rm-ret-total           pic 9(9)V99 value 0.

       01 ws-rel-mtd-table.
           05 ws-rm-entry OCCURS 500 TIMES.
               10 ws-rm-sl-amount       pic 9(9)V99 value 0.
               10 ws-rm-ret-amount      pic 9(9)V99 value 0.

      *    a month-to-date file is read whole into this table, the
      *    releases added, and the file written back whole.
       01 ws-mtd-table-control.
           05 ws-mtd-count              pic 9(4) value 0.
           05 ws-mtd-max                pic 9(4) value 500.
           05 ws-mtd-match-idx          pic 9(4) value 0.
           05 ws-mtd-lookup-store       pic 99 value 0.
           05 ws-mtd-add-amount         pic 9(9)V99 value 0.

       01 ws-mtd-table.
           05 ws-mtd-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-mtd-count
                   INDEXED BY ws-mtd-idx.
               10 ws-mtd-store-number   pic 99.
               10 ws-mtd-store-total    pic 9(9)V99.

      *    the date an invoice history record and each master line
      *    are stamped with -- the business date, or for a released
      *    line the day the store actually rang it.
       01 ws-sale-date                  pic 9(6) value 0.

       01 ws-susp-out-record.
           05 ws-so-reject-date         pic 9(6).
           05 ws-so-item-sequence       pic 9(5).
           05 ws-so-line-number         pic 9(3).
           05 ws-so-source-file         pic X.
           05 ws-so-reason-code         pic XX.
           05 ws-so-reason-text         pic X(48).
           05 ws-so-store-number        pic X(2).
           05 ws-so-item-status         pic X     value "O".
           05 ws-so-action-date         pic 9(6).
           05 ws-so-first-reject-date   pic 9(6).
           05 ws-so-raw-image           pic X(36).

      *    a rejected itemized invoice is put back into suspense as
      *    the I and D records the consolidator sent, rebuilt from
      *    the pending invoice, so a release re-enters it whole.
       01 ws-susp-itm-image.
           05 ws-si-record-type         pic X.
           05 ws-si-record-data         pic X(35).
           05 ws-si-header-view REDEFINES ws-si-record-data.
               10 ws-si-h-invoice       pic X(9).
               10 ws-si-h-store         pic 99.
               10 ws-si-h-payment       pic XX.
               10 ws-si-h-total         pic 9(5)V99.
               10 ws-si-h-line-count    pic 99.
               10 filler                pic X(13).
           05 ws-si-line-view REDEFINES ws-si-record-data.
               10 ws-si-d-invoice       pic X(9).
               10 ws-si-d-sku           pic X(15).
               10 ws-si-d-quantity      pic 9(3).
               10 ws-si-d-unit-price    pic 9(5)V99.
               10 filler                pic X(1).

      *    exception detail line -- same 80-byte layout used by
      *    the daily report programs.
       01 ws-exception-detail.
               UNTIL WS-ITM-EOF-FLAG = "Y".
           PERFORM 2900-VERIFY-FILE-TRAILERS.
           PERFORM 2930-VERIFY-ITM-TRAILER.
           PERFORM 2300-OPEN-RELEASES.
           PERFORM 2310-ACCUMULATE-RELEASES
               UNTIL WS-REL-EOF-FLAG = "Y".
           PERFORM 2340-CLOSE-RELEASES.
           PERFORM 3000-WRITE-VT-TRAILER.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
           MOVE "N"                    to WS-SL-EOF-FLAG.
           MOVE "N"                    to WS-RET-EOF-FLAG.
           PERFORM 0040-READ-BUSINESS-DATE.
           move ws-run-date             to ws-sale-date.
           move ws-run-date             to ws-susp-first-date.
           PERFORM 0044-READ-RETURN-WINDOW.
           PERFORM 0045-COMPUTE-RETURN-CUTOFF.
           string "../../../data/EditExceptions_" ws-run-date ".out"
           OPEN OUTPUT valid-trans-file.
           OPEN OUTPUT edit-exception-file.
           OPEN OUTPUT invoice-exception-file.
           OPEN OUTPUT suspense-intake-file.
           SET WS-OUT-OPEN              to true.
           PERFORM 1300-WRITE-VT-HEADER.
       1000-END.
               move sl-num-of-store     to ws-exc-store
               move sl-num-of-invoice   to ws-exc-invoice
               PERFORM 0260-WRITE-EDIT-EXCEPTION
               move "S"                 to ws-so-source-file
               move sl-num-of-store     to ws-so-store-number
               move sl-input-line       to ws-so-raw-image
               PERFORM 0264-START-SUSPENSE-ITEM
               PERFORM 0265-WRITE-SUSPENSE-RECORD
           else
               move sl-num-of-invoice   to ws-lookup-invoice
               move "S"                 to ws-invoice-source
               SET WS-LINE-INVALID          to true
               move "INVALID TRANS CODE - MUST BE S OR L"
                                            to ws-exc-reason
               move "TC"                    to ws-susp-reason-code
           else
               move sl-type-of-payment      to ws-lookup-tender
               PERFORM 0253-CHECK-TENDER-VALID
               SET WS-LINE-INVALID          to true
               move "PAYMENT TYPE NOT ON TENDER MASTER"
                                            to ws-exc-reason
               move "PT"                    to ws-susp-reason-code
           end-if.
           if(WS-LINE-VALID) then
               SET ws-store-search-idx      to 1
               if(WS-LINE-INVALID) then
                   move "INVALID STORE NUMBER - NOT ON STORE MASTER"
                                            to ws-exc-reason
                   move "ST"                to ws-susp-reason-code
               end-if
           end-if.
       0250-END.
           move ws-tax-for-this-line    to VT-TAX-AMOUNT.
           move 1                       to VT-QUANTITY.
           move sl-trans-amnt           to VT-UNIT-PRICE.
           move ws-sale-date            to VT-SALE-DATE.
           write VT-TRANS-RECORD.

           ADD 1                        to ws-vt-write-count.
           ADD sl-trans-amnt            to ws-vt-hash-total.

           if(WS-RELEASE-ENTRY) then
               PERFORM 2030-WRITE-RELEASED-SL-HISTORY
               if(WS-RELEASE-NEW) then
                   ADD sl-trans-amnt    to
                                ws-rm-sl-amount(ws-matched-store-idx)
                   ADD sl-trans-amnt    to ws-rm-sl-total
               end-if
           end-if.
       2020-END.

      *    a released sale never reached Program1's history write --
      *    it was rejected there too the night it was rung -- so the
      *    record a later return will be matched against is written
      *    here, under the day the store actually rang the sale.
       2030-WRITE-RELEASED-SL-HISTORY.
           move sl-num-of-invoice       to IH-INVOICE-NUMBER.
           move sl-num-of-store         to IH-STORE-NUMBER.
           move sl-trans-amnt           to IH-AMOUNT.
           move sl-sku                  to IH-SKU.
           move ws-sale-date            to IH-SALE-DATE.
           SET IH-NOT-REFUNDED          to true.
           move 0                       to IH-REFUND-DATE.
           move sl-type-of-payment      to IH-PAYMENT-TYPE.
           write IH-INVOICE-RECORD
               INVALID KEY
                   PERFORM 2035-JUDGE-RELEASED-CLASH
           END-WRITE.
       2030-END.

      *    same judgment as 2255 -- a record already stamped with
      *    the release's own sale date is a rerun's echo and is left
      *    alone; anything else is a true duplicate.
       2035-JUDGE-RELEASED-CLASH.
           move sl-num-of-invoice       to IH-INVOICE-NUMBER.
           READ invoice-history-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   if(IH-SALE-DATE NOT = ws-sale-date) then
                       move sl-trans-code
                                        to ws-exc-trans-code
                       move sl-num-of-store
                                        to ws-exc-store
                       move sl-num-of-invoice
                                        to ws-exc-invoice
                       move
                       "DUPLICATE INVOICE - ALREADY ON HISTORY FILE"
                                        to ws-exc-reason
                       PERFORM 0260-WRITE-EDIT-EXCEPTION
                   end-if
           END-READ.
       2035-END.

       2100-ACCUMULATE-RETURNS.
           READ returns-input-file
               AT END MOVE "Y" to WS-RET-EOF-FLAG
               move ret-num-of-store    to ws-exc-store
               move ret-num-of-invoice  to ws-exc-invoice
               PERFORM 0260-WRITE-EDIT-EXCEPTION
               move "R"                 to ws-so-source-file
               move ret-num-of-store    to ws-so-store-number
               move ret-input-line      to ws-so-raw-image
               PERFORM 0264-START-SUSPENSE-ITEM
               PERFORM 0265-WRITE-SUSPENSE-RECORD
           else
               move ret-num-of-invoice  to ws-lookup-invoice
               move "R"                 to ws-invoice-source
               SET WS-LINE-INVALID          to true
               move "INVALID TRANS CODE - MUST BE R"
                                            to ws-exc-reason
               move "TC"                    to ws-susp-reason-code
           else
               move ret-type-of-payment     to ws-lookup-tender
               PERFORM 0253-CHECK-TENDER-VALID
               SET WS-LINE-INVALID          to true
               move "PAYMENT TYPE NOT ON TENDER MASTER"
                                            to ws-exc-reason
               move "PT"                    to ws-susp-reason-code
           end-if.
           if(WS-LINE-VALID) then
               SET ws-store-search-idx      to 1
               if(WS-LINE-INVALID) then
                   move "INVALID STORE NUMBER - NOT ON STORE MASTER"
                                            to ws-exc-reason
                   move "ST"                to ws-susp-reason-code
               else
                   PERFORM 0257-CHECK-INVOICE-HISTORY
               end-if
               SET WS-LINE-INVALID          to true
               move "RETURN INVOICE NOT ON SALES INVOICE HISTORY"
                                            to ws-exc-reason
               move "NH"                    to ws-susp-reason-code
           else
               if(ret-num-of-store NOT = IH-STORE-NUMBER) then
                   SET WS-LINE-INVALID      to true
                   move "RETURN STORE DOES NOT MATCH ORIGINAL SALE"
                                            to ws-exc-reason
                   move "SM"                to ws-susp-reason-code
               else
                   if(ret-trans-amnt > IH-AMOUNT) then
                       SET WS-LINE-INVALID  to true
                       move
                       "RETURN AMOUNT EXCEEDS ORIGINAL SALE AMOUNT"
                                            to ws-exc-reason
                       move "AX"            to ws-susp-reason-code
                   else
                       PERFORM 0259-CHECK-WINDOW-AND-REFUND
                   end-if
           end-if.
       0257-END.

      *    a sale the customer has disputed with the acquirer is
      *    already money lost -- refunding it too would lose it
      *    twice, so it bounces until the dispute is settled.
      *    a refund marked under the business date is this run's own
      *    work seen again -- this program has no checkpoint, so a
      *    rerun after an abend replays every return behind marks
               SET WS-LINE-INVALID          to true
               move "INVOICE ALREADY REFUNDED"
                                            to ws-exc-reason
               move "AR"                    to ws-susp-reason-code
           else
               if(IH-DISPUTED) then
                   SET WS-LINE-INVALID      to true
                   move "INVOICE UNDER CARD CHARGEBACK DISPUTE"
                                            to ws-exc-reason
                   move "DP"                to ws-susp-reason-code
               else
                   if(IH-SALE-DATE < ws-cutoff-date-n) then
                       SET WS-LINE-INVALID  to true
                       move "SALE OLDER THAN POSTED RETURN WINDOW"
                                            to ws-exc-reason
                       move "RW"            to ws-susp-reason-code
                   end-if
               end-if
           end-if.
       0259-END.
           move ws-tax-for-this-line    to VT-TAX-AMOUNT.
           move 1                       to VT-QUANTITY.
           move ret-trans-amnt          to VT-UNIT-PRICE.
           move ws-sale-date            to VT-SALE-DATE.
           write VT-TRANS-RECORD.

           ADD 1                        to ws-vt-write-count.
           ADD ret-trans-amnt           to ws-vt-hash-total.

           if(WS-RELEASE-ENTRY) and (WS-RELEASE-NEW) then
               ADD ret-trans-amnt       to
                                ws-rm-ret-amount(ws-matched-store-idx)
               ADD ret-trans-amnt       to ws-rm-ret-total
           end-if.

      *    the accepted refund is marked straight back onto the
      *    keyed record the validation READ left in the FD area,
      *    so a second attempt against the same invoice -- today
               SET WS-ITM-INVALID           to true
               move "INVALID STORE NUMBER - NOT ON STORE MASTER"
                                            to ws-exc-reason
               move "ST"                    to ws-susp-reason-code
           else
               move ws-pi-payment           to ws-lookup-tender
               PERFORM 0253-CHECK-TENDER-VALID
                   SET WS-ITM-INVALID       to true
                   move "PAYMENT TYPE NOT ON TENDER MASTER"
                                            to ws-exc-reason
                   move "PT"                to ws-susp-reason-code
               else
                   if(ws-pi-lines-seen NOT = ws-pi-line-count) then
                       SET WS-ITM-INVALID   to true
                       move "ITEMIZED LINE COUNT MISMATCH"
                                            to ws-exc-reason
                       move "LC"            to ws-susp-reason-code
                   else
                       if(ws-pi-extended-total NOT = ws-pi-total) then
                           SET WS-ITM-INVALID to true
                           move "ITEMIZED LINES DO NOT ADD TO TOTAL"
                                            to ws-exc-reason
                           move "LT"        to ws-susp-reason-code
                       end-if
                   end-if
               end-if
               move ws-pi-store             to ws-exc-store
               move ws-pi-invoice           to ws-exc-invoice
               PERFORM 0260-WRITE-EDIT-EXCEPTION
               PERFORM 0266-SUSPEND-ITM-INVOICE
           end-if.
       2235-END.

           move ws-itm-qty(ws-itm-line-idx) to VT-QUANTITY.
           move ws-itm-unit-price(ws-itm-line-idx)
                                        to VT-UNIT-PRICE.
           move ws-sale-date            to VT-SALE-DATE.
           write VT-TRANS-RECORD.

           ADD 1                        to ws-vt-write-count.
           ADD ws-itm-extension(ws-itm-line-idx)
                                        to ws-vt-hash-total.

           if(WS-RELEASE-ENTRY) and (WS-RELEASE-NEW) then
               ADD ws-itm-extension(ws-itm-line-idx) to
                                ws-rm-sl-amount(ws-matched-store-idx)
               ADD ws-itm-extension(ws-itm-line-idx)
                                        to ws-rm-sl-total
           end-if.
       2245-END.

      *    the history carries the invoice as a whole -- its total
           move ws-pi-store             to IH-STORE-NUMBER.
           move ws-pi-total             to IH-AMOUNT.
           move ws-itm-sku(1)           to IH-SKU.
           move ws-sale-date            to IH-SALE-DATE.
           SET IH-NOT-REFUNDED          to true.
           move 0                       to IH-REFUND-DATE.
           move ws-pi-payment           to IH-PAYMENT-TYPE.
           write IH-INVOICE-RECORD
               INVALID KEY
                   PERFORM 2255-JUDGE-ITM-HISTORY-CLASH
           READ invoice-history-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   if(IH-SALE-DATE NOT = ws-sale-date) then
                       move "I"         to ws-exc-trans-code
                       move ws-pi-store to ws-exc-store
                       move ws-pi-invoice to ws-exc-invoice
           END-READ.
       2255-END.

      *    released items are taken only once their release date is
      *    behind the business date -- anything released tonight is
      *    tomorrow's work, so a rerun after the suspense pass has
      *    already run cannot pull tonight's releases in a day early.
       2300-OPEN-RELEASES.
           OPEN INPUT suspense-release-file.
           if(ws-release-status NOT = "00") then
               move "Y"                 to WS-REL-EOF-FLAG
           else
               SET WS-REL-PRESENT       to true
               SET WS-RELEASE-ENTRY     to true
           end-if.
       2300-END.

       2310-ACCUMULATE-RELEASES.
           READ suspense-release-file
               AT END move "Y"          to WS-REL-EOF-FLAG
               NOT AT END PERFORM 2315-TAKE-ONE-RELEASE
           END-READ.
       2310-END.

      *    an item taken by an earlier attempt at tonight's run is
      *    taken again, since the rerun rewrites the master whole;
      *    one taken on an earlier night is left where it is.
       2315-TAKE-ONE-RELEASE.
           if((SP-ITEM-RELEASED) and (SP-ACTION-DATE < ws-run-date))
               or ((SP-ITEM-TAKEN) and (SP-ACTION-DATE = ws-run-date))
               then
               PERFORM 2320-RE-ENTER-RELEASE
               SET SP-ITEM-TAKEN        to true
               move ws-run-date         to SP-ACTION-DATE
           end-if.
           if(ws-rel-count NOT < ws-rel-max) then
               move "SUSPENSE RELEASE TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-rel-count.
           SET ws-rel-idx               to ws-rel-count.
           move SP-SUSPENSE-RECORD      to ws-rel-record(ws-rel-idx).
       2315-END.

      *    a released line is laid back into its own raw file's
      *    record area and posted through the same paragraph that
      *    judged it the first time -- the trailer counts are not
      *    touched, since the raw files' controls are already
      *    proven.  a return is judged against the window as it
      *    stood the day it was rung, not the day it was released.
      *    only an item still marked released is new tonight -- one
      *    already marked taken is a rerun's second look at it.
       2320-RE-ENTER-RELEASE.
           if(NOT SP-FROM-ITEMIZED) or (SP-LINE-NUMBER = 0) then
               PERFORM 2230-FINALIZE-PENDING-INVOICE
               move SP-FIRST-REJECT-DATE
                                        to ws-susp-first-date
               move SP-FIRST-REJECT-DATE
                                        to ws-sale-date
               if(SP-ITEM-RELEASED) then
                   SET WS-RELEASE-NEW   to true
               else
                   MOVE "N"             to WS-RELEASE-NEW-SW
               end-if
               ADD 1                    to ws-release-count
           end-if.

           if(SP-FROM-SL) then
               move SP-RAW-IMAGE        to sl-input-line
               PERFORM 2010-POST-SL-RECORD
           else
               if(SP-FROM-RETURNS) then
                   move SP-RAW-IMAGE    to ret-input-line
                   move SP-FIRST-REJECT-DATE
                                        to ws-cutoff-date-n
                   PERFORM 0046-DECREMENT-ONE-DAY ws-window-days TIMES
                   PERFORM 2110-POST-RETURN-RECORD
                   PERFORM 0045-COMPUTE-RETURN-CUTOFF
               else
                   PERFORM 2330-RE-ENTER-ITM-RECORD
               end-if
           end-if.
       2320-END.

      *    a released basket is rebuilt into the pending invoice
      *    the same way 2220/2225 build one off the itemized file,
      *    and judged whole by 2230 when the next item starts.
       2330-RE-ENTER-ITM-RECORD.
           move SP-RAW-IMAGE            to ws-susp-itm-image.
           if(SP-LINE-NUMBER = 0) then
               move ws-si-h-invoice     to ws-pi-invoice
               move ws-si-h-store       to ws-pi-store
               move ws-si-h-payment     to ws-pi-payment
               move ws-si-h-total       to ws-pi-total
               move ws-si-h-line-count  to ws-pi-line-count
               move 0                   to ws-pi-lines-seen
               move 0                   to ws-pi-extended-total
               move 0                   to ws-itm-lines-held
               SET WS-INVOICE-OPEN      to true
           else
               if(WS-INVOICE-OPEN) and
                   (ws-si-d-invoice = ws-pi-invoice) then
                   PERFORM 2335-HOLD-RELEASED-LINE
               end-if
           end-if.
       2330-END.

       2335-HOLD-RELEASED-LINE.
           ADD 1                        to ws-pi-lines-seen.
           if(ws-pi-lines-seen < 100) then
               move ws-pi-lines-seen    to ws-itm-lines-held
               move ws-si-d-sku
                   to ws-itm-sku(ws-itm-lines-held)
               move ws-si-d-quantity
                   to ws-itm-qty(ws-itm-lines-held)
               move ws-si-d-unit-price
                   to ws-itm-unit-price(ws-itm-lines-held)
               compute ws-itm-extension(ws-itm-lines-held) =
                   ws-si-d-quantity * ws-si-d-unit-price
               ADD ws-itm-extension(ws-itm-lines-held)
                   to ws-pi-extended-total
           end-if.
       2335-END.

      *    the last released basket is judged here, and the dates
      *    go back to the business date before the trailer is cut.
      *    the new releases reach the month-to-date files first, and
      *    the file goes back out with what was taken marked last,
      *    so a night the suspense pass does not run cannot hand
      *    the same releases in twice.
       2340-CLOSE-RELEASES.
           if(WS-REL-PRESENT) then
               PERFORM 2230-FINALIZE-PENDING-INVOICE
               PERFORM 2350-POST-RELEASES-TO-MTD
               CLOSE suspense-release-file
               OPEN OUTPUT suspense-release-file
               PERFORM 2345-WRITE-ONE-RELEASE VARYING ws-rel-idx
                   from 1 BY 1
                   until ws-rel-idx > ws-rel-count
               CLOSE suspense-release-file
               MOVE "N"                 to WS-REL-PRESENT-SW
               MOVE "N"                 to WS-RELEASE-ENTRY-SW
               MOVE "N"                 to WS-RELEASE-NEW-SW
               move ws-run-date         to ws-sale-date
               move ws-run-date         to ws-susp-first-date
           end-if.
           DISPLAY "PROGRAM10 SUSPENSE - REJECTED: "
               ws-susp-reject-count " RELEASED BACK IN: "
               ws-release-count.
       2340-END.

       2345-WRITE-ONE-RELEASE.
           write SP-SUSPENSE-RECORD from ws-rel-record(ws-rel-idx).
       2345-END.

      *    a file is only read and written back when tonight's new
      *    releases have something to add to it.
       2350-POST-RELEASES-TO-MTD.
           if(ws-rm-sl-total > 0) then
               PERFORM 2360-POST-SL-MTD
           end-if.
           if(ws-rm-ret-total > 0) then
               PERFORM 2370-POST-RETURNS-MTD
           end-if.
       2350-END.

       2360-POST-SL-MTD.
           move 0                       to ws-mtd-count.
           MOVE "N"                     to WS-MTD-EOF-FLAG.
           OPEN INPUT sl-mtd-file.
           if(ws-sl-mtd-status = "00") then
               PERFORM 2361-LOAD-ONE-SL-MTD
                   UNTIL WS-MTD-EOF-FLAG = "Y"
               CLOSE sl-mtd-file
           end-if.
           PERFORM 2362-ADD-STORE-SL
               VARYING ws-store-search-idx from 1 BY 1
               until ws-store-search-idx > ST-STORE-COUNT.
           OPEN OUTPUT sl-mtd-file.
           PERFORM 2363-WRITE-ONE-SL-MTD VARYING ws-mtd-idx
               from 1 BY 1
               until ws-mtd-idx > ws-mtd-count.
           CLOSE sl-mtd-file.
       2360-END.

       2361-LOAD-ONE-SL-MTD.
           READ sl-mtd-file
               AT END move "Y"          to WS-MTD-EOF-FLAG
               NOT AT END
                   move sl-mtd-store-number
                                        to ws-mtd-lookup-store
                   move sl-mtd-store-total
                                        to ws-mtd-add-amount
                   PERFORM 2390-ADD-TO-MTD-STORE
           END-READ.
       2361-END.

       2362-ADD-STORE-SL.
           if(ws-rm-sl-amount(ws-store-search-idx) > 0) then
               SET ST-IDX               to ws-store-search-idx
               move ST-STORE-NUMBER(ST-IDX)
                                        to ws-mtd-lookup-store
               move ws-rm-sl-amount(ws-store-search-idx)
                                        to ws-mtd-add-amount
               PERFORM 2390-ADD-TO-MTD-STORE
           end-if.
       2362-END.

       2363-WRITE-ONE-SL-MTD.
           move ws-mtd-store-number(ws-mtd-idx)
                                        to sl-mtd-store-number.
           move ws-mtd-store-total(ws-mtd-idx)
                                        to sl-mtd-store-total.
           WRITE sl-mtd-record.
       2363-END.

       2370-POST-RETURNS-MTD.
           move 0                       to ws-mtd-count.
           MOVE "N"                     to WS-MTD-EOF-FLAG.
           OPEN INPUT returns-mtd-file.
           if(ws-ret-mtd-status = "00") then
               PERFORM 2371-LOAD-ONE-RETURNS-MTD
                   UNTIL WS-MTD-EOF-FLAG = "Y"
               CLOSE returns-mtd-file
           end-if.
           PERFORM 2372-ADD-STORE-RETURNS
               VARYING ws-store-search-idx from 1 BY 1
               until ws-store-search-idx > ST-STORE-COUNT.
           OPEN OUTPUT returns-mtd-file.
           PERFORM 2373-WRITE-ONE-RETURNS-MTD VARYING ws-mtd-idx
               from 1 BY 1
               until ws-mtd-idx > ws-mtd-count.
           CLOSE returns-mtd-file.
       2370-END.

       2371-LOAD-ONE-RETURNS-MTD.
           READ returns-mtd-file
               AT END move "Y"          to WS-MTD-EOF-FLAG
               NOT AT END
                   move ret-mtd-store-number
                                        to ws-mtd-lookup-store
                   move ret-mtd-store-total
                                        to ws-mtd-add-amount
                   PERFORM 2390-ADD-TO-MTD-STORE
           END-READ.
       2371-END.

       2372-ADD-STORE-RETURNS.
           if(ws-rm-ret-amount(ws-store-search-idx) > 0) then
               SET ST-IDX               to ws-store-search-idx
               move ST-STORE-NUMBER(ST-IDX)
                                        to ws-mtd-lookup-store
               move ws-rm-ret-amount(ws-store-search-idx)
                                        to ws-mtd-add-amount
               PERFORM 2390-ADD-TO-MTD-STORE
           end-if.
       2372-END.

       2373-WRITE-ONE-RETURNS-MTD.
           move ws-mtd-store-number(ws-mtd-idx)
                                        to ret-mtd-store-number.
           move ws-mtd-store-total(ws-mtd-idx)
                                        to ret-mtd-store-total.
           WRITE ret-mtd-record.
       2373-END.

      *    a store with no line yet this month -- a first day, or
      *    the day after a close -- gets one.
       2390-ADD-TO-MTD-STORE.
           MOVE "N"                     to WS-MTD-FOUND-SW.
           PERFORM 2395-CHECK-MTD-ENTRY VARYING ws-mtd-idx
               from 1 BY 1
               until ws-mtd-idx > ws-mtd-count
               or WS-MTD-FOUND.
           if(NOT WS-MTD-FOUND) then
               if(ws-mtd-count NOT < ws-mtd-max) then
                   move "MONTH-TO-DATE TABLE FULL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               ADD 1                    to ws-mtd-count
               move ws-mtd-count        to ws-mtd-match-idx
               move ws-mtd-lookup-store
                   to ws-mtd-store-number(ws-mtd-match-idx)
               move 0
                   to ws-mtd-store-total(ws-mtd-match-idx)
           end-if.
           ADD ws-mtd-add-amount
               to ws-mtd-store-total(ws-mtd-match-idx).
       2390-END.

       2395-CHECK-MTD-ENTRY.
           if(ws-mtd-store-number(ws-mtd-idx) = ws-mtd-lookup-store)
               then
               SET WS-MTD-FOUND         to true
               SET ws-mtd-match-idx     to ws-mtd-idx
           end-if.
       2395-END.

       2930-VERIFY-ITM-TRAILER.
           if(NOT WS-ITM-PRESENT) then
               CONTINUE
               after advancing 1 line.
       0260-END.

      *    every rejected line -- or rejected itemized invoice --
      *    becomes one suspense item under the next sequence number
      *    of the night; its records are numbered from line 000.
       0264-START-SUSPENSE-ITEM.
           ADD 1                        to ws-susp-sequence.
           ADD 1                        to ws-susp-reject-count.
           move 0                       to ws-susp-line-idx.
       0264-END.

       0265-WRITE-SUSPENSE-RECORD.
           move ws-run-date             to ws-so-reject-date.
           move ws-susp-sequence        to ws-so-item-sequence.
           move ws-susp-line-idx        to ws-so-line-number.
           move ws-susp-reason-code     to ws-so-reason-code.
           move ws-exc-reason           to ws-so-reason-text.
           move ws-run-date             to ws-so-action-date.
           move ws-susp-first-date      to ws-so-first-reject-date.
           write suspense-intake-record from ws-susp-out-record.
           ADD 1                        to ws-susp-line-idx.
       0265-END.

      *    the I header goes in as line 000 with the line count and
      *    total the consolidator promised, then one D record per
      *    line that actually arrived -- whatever head office fixes,
      *    the release comes back through 2230 as a whole basket.
       0266-SUSPEND-ITM-INVOICE.
           move "I"                     to ws-so-source-file.
           move ws-pi-store             to ws-so-store-number.
           PERFORM 0264-START-SUSPENSE-ITEM.
           move spaces                  to ws-susp-itm-image.
           move "I"                     to ws-si-record-type.
           move ws-pi-invoice           to ws-si-h-invoice.
           move ws-pi-store             to ws-si-h-store.
           move ws-pi-payment           to ws-si-h-payment.
           move ws-pi-total             to ws-si-h-total.
           move ws-pi-line-count        to ws-si-h-line-count.
           move ws-susp-itm-image       to ws-so-raw-image.
           PERFORM 0265-WRITE-SUSPENSE-RECORD.
           PERFORM 0267-SUSPEND-ONE-ITM-LINE
               VARYING ws-itm-line-idx from 1 BY 1
               until ws-itm-line-idx > ws-itm-lines-held.
       0266-END.

       0267-SUSPEND-ONE-ITM-LINE.
           move spaces                  to ws-susp-itm-image.
           move "D"                     to ws-si-record-type.
           move ws-pi-invoice           to ws-si-d-invoice.
           move ws-itm-sku(ws-itm-line-idx)
                                        to ws-si-d-sku.
           move ws-itm-qty(ws-itm-line-idx)
                                        to ws-si-d-quantity.
           move ws-itm-unit-price(ws-itm-line-idx)
                                        to ws-si-d-unit-price.
           move ws-susp-itm-image       to ws-so-raw-image.
           PERFORM 0265-WRITE-SUSPENSE-RECORD.
       0267-END.

       1100-VERIFY-SL-HEADER.
           READ sl-input-file
               AT END
           end-if.
           if(WS-OUT-OPEN) then
               CLOSE valid-trans-file edit-exception-file
                   invoice-exception-file suspense-intake-file
           end-if.
           if(WS-REL-PRESENT) then
               CLOSE suspense-release-file
           end-if.
           if(WS-ITM-PRESENT) then
               CLOSE itemized-input-file

       9999-CLOSE-OUT.
           CLOSE sl-input-file returns-input-file valid-trans-file
               edit-exception-file invoice-exception-file
               suspense-intake-file.
           if(WS-ITM-PRESENT) then
               CLOSE itemized-input-file
           end-if.
