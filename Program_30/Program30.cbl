       identification division.
       program-id. Program30.
       author.Smit Patel. Devansh Patel.

      *    period sales re-reporting from the retained sales
      *    history -- for a date range keyed by the requester, and
      *    optionally one store, SKU, merchandising category or tax
      *    jurisdiction, the sales, returns, units and tax for the
      *    period, store by store and in total.  this is what the
      *    auditors and the tax department ask for after the nightly
      *    masters the store/tax, SKU and jurisdiction reports were
      *    printed from have long been overwritten.
       environment division.
       input-output section.
       file-control.
      *    the period and the optional selection, keyed by
      *    operations for each request.
           select request-file
               assign "../../../data/sales_history_request.dat"
               organization is line sequential
               file status is ws-request-status.
      *
      *    the retained sales history appended nightly -- read
      *    from the first key of the period forward in date order.
           select sales-history-file
               assign "../../../data/SalesHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is SH-HISTORY-KEY
               file status is ws-saleshist-status.
      *
      *    SKU master catalogue -- a category request is judged
      *    against each SKU's category here.
           select sku-master-file
               assign "../../../data/sku_master.dat"
               organization is line sequential
               file status is ws-skm-status.
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
      *    from and to business dates (YYMMDD), then a selection
      *    type -- blank for everything, S store, K SKU, C category,
      *    J jurisdiction -- and the value selected on.
       fd request-file
           record contains 28 characters
           data record is history-request-record.
      *
       01 history-request-record.
           05 hr-from-date             pic 9(6).
           05 hr-to-date               pic 9(6).
           05 hr-select-type           pic X.
               88 hr-select-all            value " ".
               88 hr-select-store          value "S".
               88 hr-select-sku            value "K".
               88 hr-select-category       value "C".
               88 hr-select-jurisdiction   value "J".
           05 hr-select-value          pic X(15).
           05 hr-select-store-view REDEFINES hr-select-value.
               10 hr-select-store-num  pic 99.
               10 filler               pic X(13).
           05 hr-select-code-view REDEFINES hr-select-value.
               10 hr-select-code       pic X(4).
               10 filler               pic X(11).
      *
       fd sales-history-file
           record contains 78 characters
           data record is SH-SALES-RECORD.
      *
           COPY SALESHST.
      *
       fd sku-master-file
           data record is SKM-SKU-RECORD.
      *
           COPY SKUMAST.
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
           05 WS-SH-EOF-FLAG            pic X value "N".
           05 WS-SKM-EOF-FLAG           pic X value "N".
           05 ws-request-status         pic XX.
           05 ws-saleshist-status       pic XX.
           05 ws-skm-status             pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-SELECTED-SW            pic X value "N".
               88 WS-SELECTED               value "Y".
           05 WS-SKM-FOUND-SW           pic X value "N".
               88 WS-SKM-FOUND              value "Y".
           05 WS-HIST-OPEN-SW           pic X value "N".
               88 WS-HIST-OPEN              value "Y".

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.
           05 ws-abend-reason          pic x(40) value spaces.

      *    SKU master catalogue, loaded only for a category request.
       01 ws-skm-table-control.
           05 ws-skm-count             pic 9(4) value 0.

       01 ws-skm-table.
           05 ws-skm-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-skm-count
                   INDEXED BY ws-skm-idx.
               10 ws-skm-code          pic X(15).
               10 ws-skm-category      pic X(4).

      *    one slot per possible store number, 00 through 99 --
      *    a store closed since the period still reports.
       01 ws-store-sum-table.
           05 ws-store-sum OCCURS 100 TIMES
                   INDEXED BY ws-sum-idx.
               10 ws-ss-lines          pic 9(9) value 0.
               10 ws-ss-sales          pic 9(9)V99 value 0.
               10 ws-ss-returns        pic 9(9)V99 value 0.
               10 ws-ss-units-sold     pic 9(9) value 0.
               10 ws-ss-units-returned pic 9(9) value 0.
               10 ws-ss-sales-tax      pic 9(9)V99 value 0.
               10 ws-ss-return-tax     pic 9(9)V99 value 0.

       01 ws-work-fields.
           05 ws-sum-slot              pic 9(3) value 0.
           05 ws-lookup-category       pic X(4) value spaces.
           05 ws-read-count            pic 9(9) value 0.
           05 ws-selected-count        pic 9(9) value 0.
           05 ws-store-net-tax         pic S9(9)V99 value 0.

       01 ws-grand-totals.
           05 ws-gt-sales-lines        pic 9(9) value 0.
           05 ws-gt-return-lines       pic 9(9) value 0.
           05 ws-gt-sales              pic 9(11)V99 value 0.
           05 ws-gt-returns            pic 9(11)V99 value 0.
           05 ws-gt-units-sold         pic 9(9) value 0.
           05 ws-gt-units-returned     pic 9(9) value 0.
           05 ws-gt-sales-tax          pic 9(11)V99 value 0.
           05 ws-gt-return-tax         pic 9(11)V99 value 0.
           05 ws-gt-net-sales          pic S9(11)V99 value 0.
           05 ws-gt-net-tax            pic S9(11)V99 value 0.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "SALES HISTORY PERIOD RPT".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-period-line.
           05 filler                   pic x(16)
               value "  PERIOD FROM   ".
           05 ws-pl-from-date          pic 9(6).
           05 filler                   pic x(6)  value "  TO  ".
           05 ws-pl-to-date            pic 9(6).
           05 filler                   pic x(16)
               value "    RUN DATE    ".
           05 ws-pl-run-date           pic 9(6).
           05 filler                   pic x(17) value spaces.

       01 ws-selection-line.
           05 filler                   pic x(16)
               value "  SELECTION     ".
           05 ws-sl-type               pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-sl-value              pic x(15).
           05 filler                   pic x(28) value spaces.

       01 ws-r-heading-for-line1.
           05 filler                   pic X(7)  value "  Store".
           05 filler                   pic X(13) value "        Sales".
           05 filler                   pic X(13) value "      Returns".
           05 filler                   pic X(9)  value "    Units".
           05 filler                   pic X(9)  value "    Units".
           05 filler                   pic X(13) value "      Net Tax".
           05 filler                   pic X(9)  value spaces.

       01 ws-r-heading-for-line2.
           05 filler                   pic X(33) value spaces.
           05 filler                   pic X(9)  value "     Sold".
           05 filler                   pic X(9)  value " Returned".
           05 filler                   pic X(22) value spaces.

       01 ws-repo-info.
           05 filler                   pic X(3)  value spaces.
           05 ws-str-num               pic 99.
           05 filler                   pic X(3)  value spaces.
           05 ws-sales-val             pic $(8)9.99.
           05 filler                   pic X(1)  value spaces.
           05 ws-returns-val           pic $(8)9.99.
           05 filler                   pic X(1)  value spaces.
           05 ws-units-sold-val        pic zzzzzzz9.
           05 filler                   pic X(1)  value spaces.
           05 ws-units-ret-val         pic zzzzzzz9.
           05 filler                   pic X(1)  value spaces.
           05 ws-net-tax-val           pic $(7)9.99-.
           05 filler                   pic X(9)  value spaces.

       01 ws-no-activity-line.
           05 filler                   pic x(40)
               value "  NO RETAINED ACTIVITY FOR THE SELECTION".
           05 filler                   pic x(33) value spaces.

       01 ws-count-line.
           05 ws-cl-label              pic x(35).
           05 ws-cl-count              pic zzz,zzz,zz9.
           05 filler                   pic x(27) value spaces.

       01 ws-amount-line.
           05 ws-al-label              pic x(35).
           05 ws-al-amount             pic $(10)9.99-.
           05 filler                   pic x(23) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-PERIOD
               UNTIL WS-SH-EOF-FLAG = "Y".
           PERFORM 3000-PRINT-STORE-LINES.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/SalesHistoryReport_" ws-run-date
               ".out"
               delimited by size into ws-report-file-name.
           PERFORM 1010-READ-REQUEST.
           if(hr-select-category) then
               PERFORM 0050-LOAD-SKU-MASTER
           end-if.
           PERFORM 1100-POSITION-HISTORY.
           OPEN OUTPUT output-file.
           PERFORM 1200-PRINT-HEADINGS.
       1000-END.

      *    the business date only dates the report -- the period
      *    comes from the request.
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

      *    a request that cannot be read as asked is refused whole
      *    -- a report for some other period or selection would be
      *    worse than none.
       1010-READ-REQUEST.
           OPEN INPUT request-file.
           if(ws-request-status NOT = "00") then
               move "SALES HISTORY REQUEST FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           READ request-file
               AT END
                   move "SALES HISTORY REQUEST FILE EMPTY"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           CLOSE request-file.
           if(hr-from-date NOT NUMERIC) or
               (hr-to-date NOT NUMERIC) then
               move "REQUEST DATES NOT NUMERIC"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(hr-from-date > hr-to-date) then
               move "REQUEST FROM DATE AFTER TO DATE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(NOT hr-select-all) and (NOT hr-select-store) and
               (NOT hr-select-sku) and (NOT hr-select-category) and
               (NOT hr-select-jurisdiction) then
               move "REQUEST SELECTION TYPE NOT S/K/C/J/BLANK"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(hr-select-store) and
               (hr-select-store-num NOT NUMERIC) then
               move "REQUEST STORE NUMBER NOT NUMERIC"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1010-END.

       0050-LOAD-SKU-MASTER.
           OPEN INPUT sku-master-file.
           if(ws-skm-status NOT = "00") then
               move "SKU MASTER MISSING FOR CATEGORY REQUEST"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 0060-READ-SKU-MASTER.
           PERFORM 0070-BUILD-SKM-TABLE UNTIL WS-SKM-EOF-FLAG = "Y".
           CLOSE sku-master-file.
       0050-END.

       0060-READ-SKU-MASTER.
           READ sku-master-file
               AT END move "Y"          to WS-SKM-EOF-FLAG
           END-READ.
       0060-END.

       0070-BUILD-SKM-TABLE.
           ADD 1                        to ws-skm-count.
           SET ws-skm-idx               to ws-skm-count.
           move SKM-SKU-CODE            to ws-skm-code(ws-skm-idx).
           move SKM-CATEGORY-CODE       to ws-skm-category(ws-skm-idx).
           PERFORM 0060-READ-SKU-MASTER.
       0070-END.

      *    the key leads with the business date, so the read starts
      *    at the period's first day and runs forward until it
      *    passes the last.  no history file, or nothing on or after
      *    the first day, is an empty period, not a failure.
       1100-POSITION-HISTORY.
           OPEN INPUT sales-history-file.
           if(ws-saleshist-status NOT = "00") then
               move "Y"                 to WS-SH-EOF-FLAG
           else
               SET WS-HIST-OPEN         to true
               move hr-from-date        to SH-BUSINESS-DATE
               move 0                   to SH-STORE-NUMBER
               move space               to SH-SOURCE
               move 0                   to SH-SEQUENCE
               START sales-history-file
                   KEY IS NOT LESS THAN SH-HISTORY-KEY
                   INVALID KEY move "Y" to WS-SH-EOF-FLAG
               END-START
           end-if.
       1100-END.

       1200-PRINT-HEADINGS.
           WRITE print-line from ws-r-heading.
           move hr-from-date            to ws-pl-from-date.
           move hr-to-date              to ws-pl-to-date.
           move ws-run-date             to ws-pl-run-date.
           WRITE print-line from ws-period-line
               after advancing 2 line.
           if(hr-select-store) then
               move "STORE"             to ws-sl-type
           else if(hr-select-sku) then
               move "SKU"               to ws-sl-type
           else if(hr-select-category) then
               move "CATEGORY"          to ws-sl-type
           else if(hr-select-jurisdiction) then
               move "JURISDICTION"      to ws-sl-type
           else
               move "ALL ACTIVITY"      to ws-sl-type
           end-if.
           move hr-select-value         to ws-sl-value.
           WRITE print-line from ws-selection-line
               after advancing 1 line.
           WRITE print-line from ws-r-heading-for-line1
               after advancing 2 line.
           WRITE print-line from ws-r-heading-for-line2
               after advancing 1 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.
       1200-END.

       2000-READ-PERIOD.
           READ sales-history-file NEXT RECORD
               AT END move "Y"          to WS-SH-EOF-FLAG
               NOT AT END
                   if(SH-BUSINESS-DATE > hr-to-date) then
                       move "Y"         to WS-SH-EOF-FLAG
                   else
                       ADD 1            to ws-read-count
                       PERFORM 2100-APPLY-SELECTION
                       if(WS-SELECTED) then
                           PERFORM 2200-ACCUMULATE-RECORD
                       end-if
                   end-if
           END-READ.
       2000-END.

       2100-APPLY-SELECTION.
           MOVE "N"                     to WS-SELECTED-SW.
           if(hr-select-all) then
               SET WS-SELECTED          to true
           else if(hr-select-store) then
               if(SH-STORE-NUMBER = hr-select-store-num) then
                   SET WS-SELECTED      to true
               end-if
           else if(hr-select-sku) then
               if(SH-SKU = hr-select-value) then
                   SET WS-SELECTED      to true
               end-if
           else if(hr-select-jurisdiction) then
               if(SH-JURISDICTION = hr-select-code) then
                   SET WS-SELECTED      to true
               end-if
           else
               PERFORM 2110-FIND-SKU-CATEGORY
               if(ws-lookup-category = hr-select-code) then
                   SET WS-SELECTED      to true
               end-if
           end-if.
       2100-END.

      *    a SKU no longer on the master has no category, and so
      *    never matches a category request.
       2110-FIND-SKU-CATEGORY.
           move spaces                  to ws-lookup-category.
           MOVE "N"                     to WS-SKM-FOUND-SW.
           PERFORM 2120-CHECK-SKM-ENTRY VARYING ws-skm-idx
               from 1 BY 1
               until ws-skm-idx > ws-skm-count
               or WS-SKM-FOUND.
       2110-END.

       2120-CHECK-SKM-ENTRY.
           if(ws-skm-code(ws-skm-idx) = SH-SKU) then
               SET WS-SKM-FOUND         to true
               move ws-skm-category(ws-skm-idx)
                                        to ws-lookup-category
           end-if.
       2120-END.

       2200-ACCUMULATE-RECORD.
           ADD 1                        to ws-selected-count.
           compute ws-sum-slot = SH-STORE-NUMBER + 1.
           SET ws-sum-idx               to ws-sum-slot.
           ADD 1                        to ws-ss-lines(ws-sum-idx).
           if(SH-TRANS-CODE = "R") then
               ADD SH-TRANS-AMNT        to ws-ss-returns(ws-sum-idx)
               ADD SH-QUANTITY
                   to ws-ss-units-returned(ws-sum-idx)
               ADD SH-TAX-AMOUNT
                   to ws-ss-return-tax(ws-sum-idx)
               ADD 1                    to ws-gt-return-lines
               ADD SH-TRANS-AMNT        to ws-gt-returns
               ADD SH-QUANTITY          to ws-gt-units-returned
               ADD SH-TAX-AMOUNT        to ws-gt-return-tax
           else
               ADD SH-TRANS-AMNT        to ws-ss-sales(ws-sum-idx)
               ADD SH-QUANTITY
                   to ws-ss-units-sold(ws-sum-idx)
               ADD SH-TAX-AMOUNT
                   to ws-ss-sales-tax(ws-sum-idx)
               ADD 1                    to ws-gt-sales-lines
               ADD SH-TRANS-AMNT        to ws-gt-sales
               ADD SH-QUANTITY          to ws-gt-units-sold
               ADD SH-TAX-AMOUNT        to ws-gt-sales-tax
           end-if.
       2200-END.

       3000-PRINT-STORE-LINES.
           if(ws-selected-count = 0) then
               WRITE print-line from ws-no-activity-line
                   after advancing 1 line
           else
               PERFORM 3010-PRINT-ONE-STORE VARYING ws-sum-idx
                   from 1 BY 1
                   until ws-sum-idx > 100
           end-if.
       3000-END.

       3010-PRINT-ONE-STORE.
           if(ws-ss-lines(ws-sum-idx) > 0) then
               SET ws-sum-slot          to ws-sum-idx
               compute ws-str-num = ws-sum-slot - 1
               move ws-ss-sales(ws-sum-idx)
                                        to ws-sales-val
               move ws-ss-returns(ws-sum-idx)
                                        to ws-returns-val
               move ws-ss-units-sold(ws-sum-idx)
                                        to ws-units-sold-val
               move ws-ss-units-returned(ws-sum-idx)
                                        to ws-units-ret-val
               compute ws-store-net-tax =
                   ws-ss-sales-tax(ws-sum-idx) -
                   ws-ss-return-tax(ws-sum-idx)
               move ws-store-net-tax    to ws-net-tax-val
               WRITE print-line from ws-repo-info
                   after advancing 1 line
           end-if.
       3010-END.

       4000-PRINT-TOTALS.
           compute ws-gt-net-sales = ws-gt-sales - ws-gt-returns.
           compute ws-gt-net-tax =
               ws-gt-sales-tax - ws-gt-return-tax.
           move "  S&L LINES                      : "
                                        to ws-cl-label.
           move ws-gt-sales-lines       to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 2 line.
           move "  SALES AMOUNT                   : "
                                        to ws-al-label.
           move ws-gt-sales             to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  UNITS SOLD                     : "
                                        to ws-cl-label.
           move ws-gt-units-sold        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  SALES TAX COLLECTED            : "
                                        to ws-al-label.
           move ws-gt-sales-tax         to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  RETURN LINES                   : "
                                        to ws-cl-label.
           move ws-gt-return-lines      to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 2 line.
           move "  RETURNS AMOUNT                 : "
                                        to ws-al-label.
           move ws-gt-returns           to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  UNITS RETURNED                 : "
                                        to ws-cl-label.
           move ws-gt-units-returned    to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  RETURN TAX REFUNDED            : "
                                        to ws-al-label.
           move ws-gt-return-tax        to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  NET SALES                      : "
                                        to ws-al-label.
           move ws-gt-net-sales         to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 2 line.
           move "  NET TAX                        : "
                                        to ws-al-label.
           move ws-gt-net-tax           to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  HISTORY LINES IN PERIOD        : "
                                        to ws-cl-label.
           move ws-read-count           to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 2 line.
       4000-END.

       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM30 FILE CONTROL FAILURE: "
               ws-abend-reason.
           if(WS-HIST-OPEN) then
               CLOSE sales-history-file
           end-if.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           CLOSE output-file.
           if(WS-HIST-OPEN) then
               CLOSE sales-history-file
           end-if.
       9999-END.

       END PROGRAM Program30.
