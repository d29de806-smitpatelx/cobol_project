       identification division.
       program-id. Program23.
       author.Smit Patel. Devansh Patel.

      *    price-override exception report -- every S or L line on
      *    the validated master whose unit price is below the SKU's
      *    regular price in force on the business date by more than
      *    the posted tolerance, listed by store and invoice, with
      *    the markdown dollars given away totalled per store and
      *    per merchandising category.
       environment division.
       input-output section.
       file-control.
      *    the validated daily transaction master -- every line
      *    carries its quantity and the unit price actually rung.
           select valid-trans-file
               assign "../../../data/ValidatedTransactions.dat"
               organization is line sequential.
      *
      *    regular prices with their effective-from dates, keyed
      *    ahead of time by merchandising.
           select price-master-file
               assign "../../../data/sku_price_master.dat"
               organization is line sequential.
      *
           select sku-master-file
               assign "../../../data/sku_master.dat"
               organization is line sequential.
      *
      *    per-unit amount a line may sit under the regular price
      *    before it is reported -- keeps penny rounding off the
      *    page.  optional: the default stands when absent.
           select price-tolerance-file
               assign "../../../data/price_tolerance.dat"
               organization is line sequential
               file status is ws-tolerance-status.
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
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
      *
       fd price-master-file
           record contains 28 characters
           data record is PM-PRICE-RECORD.
      *
           COPY PRICEMST.
      *
       fd sku-master-file
           data record is SKM-SKU-RECORD.
      *
           COPY SKUMAST.
      *
       fd price-tolerance-file
           record contains 5 characters
           data record is tolerance-record.
      *
       01 tolerance-record.
           05 pt-tolerance-amount      pic 9(3)V99.
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
           05 WS-VT-EOF-FLAG            pic X value "N".
           05 WS-PM-EOF-FLAG            pic X value "N".
           05 WS-SKM-EOF-FLAG           pic X value "N".
           05 ws-tolerance-status       pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-PRICE-FOUND-SW         pic X value "N".
               88 WS-PRICE-FOUND            value "Y".
           05 WS-SKM-FOUND-SW           pic X value "N".
               88 WS-SKM-FOUND              value "Y".
           05 WS-CAT-FOUND-SW           pic X value "N".
               88 WS-CAT-FOUND              value "Y".
           05 WS-SLOT-FOUND-SW          pic X value "N".
               88 WS-SLOT-FOUND             value "Y".

      *    header/trailer control verification -- the edit pass
      *    closes the validated master with its own trailer, and
      *    this pass proves it read the whole file before the
      *    report is treated as final.
           COPY TRNCTL.

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.

       01 ws-file-control-fields.
           05 WS-VT-TRAILER-SEEN-SW     pic X value "N".
               88 WS-VT-TRAILER-SEEN        value "Y".
           05 ws-vt-read-count          pic 9(9) value 0.
           05 ws-vt-hash-total          pic 9(13)V99 value 0.
           05 ws-vt-expect-count        pic 9(9) value 0.
           05 ws-vt-expect-hash         pic 9(13)V99 value 0.
           05 ws-abend-reason           pic x(40) value spaces.

      *    used when no tolerance file has been posted.
       77 ws-default-tolerance        pic 9(3)V99 value 0.50.

      *    every price record, every effective date -- the one in
      *    force is picked per line, so a change keyed for a future
      *    date simply waits on the table.
       01 ws-price-table-control.
           05 ws-price-count           pic 9(4) value 0.
           05 ws-price-max             pic 9(4) value 5000.
           05 ws-price-match-idx       pic 9(4) value 0.
           05 ws-price-best-date       pic 9(6) value 0.

       01 ws-price-table.
           05 ws-price-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-price-count
                   INDEXED BY ws-price-idx.
               10 ws-price-sku         pic X(15).
               10 ws-price-eff-date    pic 9(6).
               10 ws-price-regular     pic 9(5)V99.

       01 ws-skm-table-control.
           05 ws-skm-count             pic 9(4) value 0.
           05 ws-skm-match-idx         pic 9(4) value 0.

       01 ws-skm-table.
           05 ws-skm-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-skm-count
                   INDEXED BY ws-skm-idx.
               10 ws-skm-code          pic X(15).
               10 ws-skm-desc          pic X(30).
               10 ws-skm-category      pic X(4).
               10 ws-skm-status        pic X.

      *    the reported lines, held in store and invoice order --
      *    each new line is slotted in ahead of the first line with
      *    a higher key, so the table prints in order.
       01 ws-ovr-table-control.
           05 ws-ovr-count             pic 9(4) value 0.
           05 ws-ovr-max               pic 9(4) value 5000.
           05 ws-ovr-slot-idx          pic 9(4) value 0.
           05 ws-ovr-shift-idx         pic 9(4) value 0.

       01 ws-ovr-table.
           05 ws-ovr-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-ovr-count
                   INDEXED BY ws-ovr-idx.
               10 ws-ovr-key.
                   15 ws-ovr-store     pic 9(2).
                   15 ws-ovr-invoice   pic X(9).
               10 ws-ovr-sku           pic X(15).
               10 ws-ovr-quantity      pic 9(5).
               10 ws-ovr-unit-price    pic 9(5)V99.
               10 ws-ovr-regular       pic 9(5)V99.
               10 ws-ovr-markdown      pic 9(9)V99.

       01 ws-new-ovr-key.
           05 ws-new-ovr-store         pic 9(2).
           05 ws-new-ovr-invoice       pic X(9).

      *    markdown dollars per store, subscripted by store number
      *    plus one so store 00 has a slot.
       01 ws-store-markdown-table.
           05 ws-store-markdown-entry OCCURS 100 TIMES.
               10 ws-sm-line-count     pic 9(5) value 0.
               10 ws-sm-markdown       pic 9(9)V99 value 0.

      *    per-category roll-up, grown as categories are seen.
       01 ws-cat-table-control.
           05 ws-cat-count             pic 9(4) value 0.
           05 ws-cat-max               pic 9(4) value 500.
           05 ws-cat-match-idx         pic 9(4) value 0.

       01 ws-cat-table.
           05 ws-cat-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-cat-count
                   INDEXED BY ws-cat-idx.
               10 ws-cat-code          pic X(4).
               10 ws-cat-line-count    pic 9(5) value 0.
               10 ws-cat-markdown      pic 9(9)V99 value 0.

       01 ws-work-fields.
           05 ws-tolerance-amount      pic 9(3)V99 value 0.
           05 ws-lookup-key            pic X(15).
           05 ws-lookup-category       pic X(4).
           05 ws-price-in-force        pic 9(5)V99 value 0.
           05 ws-unit-shortfall        pic 9(5)V99 value 0.
           05 ws-line-markdown         pic 9(9)V99 value 0.
           05 ws-store-slot            pic 9(3) value 0.
           05 ws-no-price-count        pic 9(7) value 0.
           05 ws-chain-markdown        pic 9(11)V99 value 0.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "PRICE OVERRIDE EXCEPTIONS".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-r-heading-for-line1.
           05 filler                   pic X(6)  value "Store".
           05 filler                   pic X(10) value "Invoice".
           05 filler                   pic X(16) value "SKU Code".
           05 filler                   pic X(6)  value "  Qty".
           05 filler                   pic X(9)  value "    Sold".
           05 filler                   pic X(9)  value " Regular".
           05 filler                   pic X(10) value "  Markdown".
           05 filler                   pic X(7)  value spaces.

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-tolerance-line.
           05 filler                   pic x(35)
               value "  TOLERANCE PER UNIT             : ".
           05 ws-tl-amount             pic $$$9.99.
           05 filler                   pic x(31) value spaces.

       01 ws-repo-info.
           05 filler                   pic X(2)  value spaces.
           05 ws-store-val             pic 99.
           05 filler                   pic X(2)  value spaces.
           05 ws-invoice-val           pic X(9).
           05 filler                   pic X     value spaces.
           05 ws-sku-val               pic X(15).
           05 filler                   pic X     value spaces.
           05 ws-qty-val               pic zzzz9.
           05 filler                   pic X     value spaces.
           05 ws-sold-val              pic $(4)9.99.
           05 filler                   pic X     value spaces.
           05 ws-regular-val           pic $(4)9.99.
           05 filler                   pic X     value spaces.
           05 ws-markdown-val          pic $(6)9.99.
           05 filler                   pic X(7)  value spaces.

       01 ws-section-heading.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-title         pic x(40).
           05 filler                   pic x(31) value spaces.

       01 ws-total-heading-for-line1.
           05 filler                   pic X(4)  value spaces.
           05 filler                   pic X(10) value "Store/Cat".
           05 filler                   pic X(8)  value "  Lines".
           05 filler                   pic X(3)  value spaces.
           05 filler                   pic X(13) value "     Markdown".
           05 filler                   pic X(35) value spaces.

       01 ws-total-detail.
           05 filler                   pic X(4)  value spaces.
           05 ws-td-code               pic X(4).
           05 filler                   pic X(6)  value spaces.
           05 ws-td-lines              pic zzzzz9.
           05 filler                   pic X(4)  value spaces.
           05 ws-td-markdown           pic $(9)9.99.
           05 filler                   pic X(36) value spaces.

       01 ws-chain-total-line.
           05 filler                   pic x(35)
               value "  TOTAL MARKDOWN GIVEN AWAY      : ".
           05 ws-ct-markdown           pic $(10)9.99.
           05 filler                   pic x(24) value spaces.

       01 ws-no-price-line.
           05 filler                   pic x(35)
               value "  LINES WITH NO PRICE IN FORCE   : ".
           05 ws-np-count              pic zzzzzz9.
           05 filler                   pic x(31) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-TRANSACTIONS
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 2900-VERIFY-FILE-TRAILER.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/PriceOverride_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
           PERFORM 0044-READ-PRICE-TOLERANCE.
           PERFORM 0080-LOAD-SKU-MASTER.
           PERFORM 0100-LOAD-PRICE-MASTER.
           OPEN INPUT valid-trans-file.
           PERFORM 1100-VERIFY-VT-HEADER.
           OPEN OUTPUT output-file.
           WRITE print-line from ws-r-heading.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- it is also the date the price
      *    in force is chosen for.
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

       0044-READ-PRICE-TOLERANCE.
           move ws-default-tolerance    to ws-tolerance-amount.
           OPEN INPUT price-tolerance-file.
           if(ws-tolerance-status = "00") then
               READ price-tolerance-file
                   AT END CONTINUE
               END-READ
               if(ws-tolerance-status = "00") and
                   (pt-tolerance-amount NUMERIC) then
                   move pt-tolerance-amount
                                        to ws-tolerance-amount
               end-if
               CLOSE price-tolerance-file
           end-if.
       0044-END.

       0080-LOAD-SKU-MASTER.
           OPEN INPUT sku-master-file.
           PERFORM 0090-READ-SKU-MASTER.
           PERFORM 0095-BUILD-SKU-TABLE UNTIL WS-SKM-EOF-FLAG = "Y".
           CLOSE sku-master-file.
       0080-END.

       0090-READ-SKU-MASTER.
           READ sku-master-file
               AT END move "Y"          to WS-SKM-EOF-FLAG
           END-READ.
       0090-END.

       0095-BUILD-SKU-TABLE.
           ADD 1                        to ws-skm-count.
           SET ws-skm-idx               to ws-skm-count.
           move SKM-SKU-CODE            to ws-skm-code(ws-skm-idx).
           move SKM-DESCRIPTION         to ws-skm-desc(ws-skm-idx).
           move SKM-CATEGORY-CODE       to ws-skm-category(ws-skm-idx).
           move SKM-STATUS              to ws-skm-status(ws-skm-idx).
           PERFORM 0090-READ-SKU-MASTER.
       0095-END.

       0100-LOAD-PRICE-MASTER.
           OPEN INPUT price-master-file.
           PERFORM 0110-READ-PRICE-MASTER.
           PERFORM 0120-BUILD-PRICE-TABLE UNTIL WS-PM-EOF-FLAG = "Y".
           CLOSE price-master-file.
       0100-END.

       0110-READ-PRICE-MASTER.
           READ price-master-file
               AT END move "Y"          to WS-PM-EOF-FLAG
           END-READ.
       0110-END.

       0120-BUILD-PRICE-TABLE.
           if(ws-price-count NOT < ws-price-max) then
               move "SKU PRICE TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-price-count.
           SET ws-price-idx             to ws-price-count.
           move PM-SKU-CODE             to ws-price-sku(ws-price-idx).
           move PM-EFFECTIVE-DATE       to
                                       ws-price-eff-date(ws-price-idx).
           move PM-REGULAR-PRICE        to
                                       ws-price-regular(ws-price-idx).
           PERFORM 0110-READ-PRICE-MASTER.
       0120-END.

       2000-ACCUMULATE-TRANSACTIONS.
           READ valid-trans-file
               AT END MOVE "Y" to WS-VT-EOF-FLAG
               NOT AT END PERFORM 2005-CLASSIFY-VT-RECORD
           END-READ.
       2000-END.

       2005-CLASSIFY-VT-RECORD.
           if(VT-TRANS-CODE = "T") then
               move VT-TRANS-RECORD     to TC-CONTROL-RECORD
               move TC-RECORD-COUNT     to ws-vt-expect-count
               move TC-HASH-TOTAL       to ws-vt-expect-hash
               move "Y"                 to WS-VT-TRAILER-SEEN-SW
               move "Y"                 to WS-VT-EOF-FLAG
           else
               if(VT-TRANS-CODE = "H") then
                   move "UNEXPECTED EXTRA HEADER IN MASTER"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               else
                   ADD 1                to ws-vt-read-count
                   ADD VT-TRANS-AMNT    to ws-vt-hash-total
                   PERFORM 2010-POST-VT-RECORD
               end-if
           end-if.
       2005-END.

      *    refunds give back what was charged, so only sale lines
      *    are judged.  a SKU with no price in force yet is counted
      *    rather than reported -- there is nothing to be under.
       2010-POST-VT-RECORD.
           if(VT-TRANS-CODE NOT = "R") then
               move VT-SKU              to ws-lookup-key
               PERFORM 2400-FIND-PRICE-IN-FORCE
               if(WS-PRICE-FOUND) then
                   PERFORM 2020-JUDGE-UNIT-PRICE
               else
                   ADD 1                to ws-no-price-count
               end-if
           end-if.
       2010-END.

       2020-JUDGE-UNIT-PRICE.
           if(VT-UNIT-PRICE < ws-price-in-force) then
               compute ws-unit-shortfall =
                   ws-price-in-force - VT-UNIT-PRICE
               if(ws-unit-shortfall > ws-tolerance-amount) then
                   compute ws-line-markdown =
                       ws-unit-shortfall * VT-QUANTITY
                   PERFORM 2500-HOLD-OVERRIDE-LINE
                   PERFORM 2600-ADD-TO-TOTALS
               end-if
           end-if.
       2020-END.

      *    the latest effective date on or before the day the line
      *    was sold wins -- a released or prior-day line is judged
      *    against the price it was rung under, not tonight's.  the
      *    table is not assumed to be in any order.
       2400-FIND-PRICE-IN-FORCE.
           MOVE "N"                    to WS-PRICE-FOUND-SW.
           move 0                      to ws-price-best-date.
           SET ws-price-idx            to 1.
           PERFORM 2410-CHECK-PRICE-ENTRY VARYING ws-price-idx
               from 1 BY 1
               until ws-price-idx > ws-price-count.
       2400-END.

       2410-CHECK-PRICE-ENTRY.
           if(ws-price-sku(ws-price-idx) = ws-lookup-key) and
               (ws-price-eff-date(ws-price-idx) NOT > VT-SALE-DATE) and
               ((NOT WS-PRICE-FOUND) or
                (ws-price-eff-date(ws-price-idx) >
                    ws-price-best-date)) then
               SET WS-PRICE-FOUND       to true
               SET ws-price-match-idx   to ws-price-idx
               move ws-price-eff-date(ws-price-idx)
                                        to ws-price-best-date
               move ws-price-regular(ws-price-idx)
                                        to ws-price-in-force
           end-if.
       2410-END.

      *    the new line goes in ahead of the first held line with a
      *    higher store/invoice key; everything from there down is
      *    moved one slot along to make room.
       2500-HOLD-OVERRIDE-LINE.
           if(ws-ovr-count NOT < ws-ovr-max) then
               move "PRICE OVERRIDE TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move VT-STORE-NUMBER         to ws-new-ovr-store.
           move VT-INVOICE-NUMBER       to ws-new-ovr-invoice.

           MOVE "N"                     to WS-SLOT-FOUND-SW.
           compute ws-ovr-slot-idx = ws-ovr-count + 1.
           SET ws-ovr-idx               to 1.
           PERFORM 2510-CHECK-SLOT VARYING ws-ovr-idx from 1 BY 1
               until ws-ovr-idx > ws-ovr-count
               or WS-SLOT-FOUND.

           ADD 1                        to ws-ovr-count.
           PERFORM 2520-SHIFT-ONE-LINE
               VARYING ws-ovr-shift-idx from ws-ovr-count BY -1
               until ws-ovr-shift-idx NOT > ws-ovr-slot-idx.

           SET ws-ovr-idx               to ws-ovr-slot-idx.
           move ws-new-ovr-key          to ws-ovr-key(ws-ovr-idx).
           move VT-SKU                  to ws-ovr-sku(ws-ovr-idx).
           move VT-QUANTITY             to ws-ovr-quantity(ws-ovr-idx).
           move VT-UNIT-PRICE           to
                                       ws-ovr-unit-price(ws-ovr-idx).
           move ws-price-in-force       to ws-ovr-regular(ws-ovr-idx).
           move ws-line-markdown        to ws-ovr-markdown(ws-ovr-idx).
       2500-END.

       2510-CHECK-SLOT.
           if(ws-ovr-key(ws-ovr-idx) > ws-new-ovr-key) then
               SET WS-SLOT-FOUND        to true
               SET ws-ovr-slot-idx      to ws-ovr-idx
           end-if.
       2510-END.

       2520-SHIFT-ONE-LINE.
           move ws-ovr-entry(ws-ovr-shift-idx - 1)
                                   to ws-ovr-entry(ws-ovr-shift-idx).
       2520-END.

      *    store and category totals are of the reported lines
      *    only, so the summary ties back to the detail above it.
       2600-ADD-TO-TOTALS.
           compute ws-store-slot = VT-STORE-NUMBER + 1.
           ADD 1                        to ws-sm-line-count
                                                (ws-store-slot).
           ADD ws-line-markdown         to ws-sm-markdown
                                                (ws-store-slot).
           ADD ws-line-markdown         to ws-chain-markdown.

           PERFORM 2700-FIND-SKU-CATEGORY.
           PERFORM 2800-FIND-OR-ADD-CATEGORY.
           ADD 1                        to ws-cat-line-count
                                                (ws-cat-idx).
           ADD ws-line-markdown         to ws-cat-markdown(ws-cat-idx).
       2600-END.

      *    a priced SKU missing from the SKU master is rolled up
      *    under a category of its own rather than dropped.
       2700-FIND-SKU-CATEGORY.
           MOVE "N"                    to WS-SKM-FOUND-SW.
           SET ws-skm-idx              to 1.
           PERFORM 2710-CHECK-SKM-ENTRY VARYING ws-skm-idx from 1 BY 1
               until ws-skm-idx > ws-skm-count
               or WS-SKM-FOUND.
           if(WS-SKM-FOUND) then
               move ws-skm-category(ws-skm-match-idx)
                                        to ws-lookup-category
           else
               move "????"              to ws-lookup-category
           end-if.
       2700-END.

       2710-CHECK-SKM-ENTRY.
           if(ws-skm-code(ws-skm-idx) = ws-lookup-key) then
               SET WS-SKM-FOUND         to true
               SET ws-skm-match-idx     to ws-skm-idx
           end-if.
       2710-END.

      *    the search loop leaves ws-cat-idx one past the matched
      *    entry, so a hit is re-pointed at the entry itself.
       2800-FIND-OR-ADD-CATEGORY.
           MOVE "N"                    to WS-CAT-FOUND-SW.
           SET ws-cat-idx              to 1.
           PERFORM 2810-CHECK-CAT-ENTRY VARYING ws-cat-idx from 1 BY 1
               until ws-cat-idx > ws-cat-count
               or WS-CAT-FOUND.

           if(WS-CAT-FOUND) then
               SET ws-cat-idx           to ws-cat-match-idx
           else
               if(ws-cat-count NOT < ws-cat-max) then
                   move "CATEGORY TABLE FULL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               ADD 1                    to ws-cat-count
               SET ws-cat-idx           to ws-cat-count
               move ws-lookup-category  to ws-cat-code(ws-cat-idx)
           end-if.
       2800-END.

       2810-CHECK-CAT-ENTRY.
           if(ws-cat-code(ws-cat-idx) = ws-lookup-category) then
               SET WS-CAT-FOUND         to true
               SET ws-cat-match-idx     to ws-cat-idx
           end-if.
       2810-END.

      *    the header must be today's -- a master left behind by a
      *    skipped or failed edit run would otherwise republish
      *    yesterday's numbers under today's report names.
       1100-VERIFY-VT-HEADER.
           READ valid-trans-file
               AT END
                   move "NO VALIDATED MASTER HEADER - EMPTY FILE"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           if(VT-TRANS-CODE NOT = "H") then
               move "MISSING VALIDATED MASTER HEADER RECORD"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move VT-TRANS-RECORD         to TC-CONTROL-RECORD.
           if(TC-FILE-DATE NOT = ws-run-date) then
               move "VALIDATED MASTER IS NOT FOR TODAY"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1100-END.

       2900-VERIFY-FILE-TRAILER.
           if(NOT WS-VT-TRAILER-SEEN) then
               move "MISSING VALIDATED MASTER TRAILER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-vt-expect-count NOT = ws-vt-read-count) then
               move "VALIDATED MASTER RECORD COUNT MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-vt-expect-hash NOT = ws-vt-hash-total) then
               move "VALIDATED MASTER HASH TOTAL MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       2900-END.

      *    the run dies here rather than letting a truncated
      *    validated master publish a clean-looking report.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM23 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       3000-PRINT-REPORT.
           move ws-tolerance-amount     to ws-tl-amount.
           write print-line    from ws-tolerance-line
               after advancing 1 line.
           write print-line    from ws-r-heading-for-line1
               after advancing 2 line.
           write print-line    from ws-blank-line
               after advancing 1 line.

           SET ws-ovr-idx              to 1
           PERFORM 3010-PRINT-OVERRIDE-LINE VARYING ws-ovr-idx
               from 1 BY 1
               until ws-ovr-idx > ws-ovr-count.

           PERFORM 3100-PRINT-STORE-TOTALS.
           PERFORM 3200-PRINT-CATEGORY-TOTALS.

           move ws-chain-markdown       to ws-ct-markdown.
           write print-line from ws-chain-total-line
               after advancing 2 line.
           move ws-no-price-count       to ws-np-count.
           write print-line from ws-no-price-line
               after advancing 1 line.
       3000-END.

       3010-PRINT-OVERRIDE-LINE.
           move ws-ovr-store(ws-ovr-idx)   to ws-store-val.
           move ws-ovr-invoice(ws-ovr-idx) to ws-invoice-val.
           move ws-ovr-sku(ws-ovr-idx)     to ws-sku-val.
           move ws-ovr-quantity(ws-ovr-idx) to ws-qty-val.
           move ws-ovr-unit-price(ws-ovr-idx) to ws-sold-val.
           move ws-ovr-regular(ws-ovr-idx) to ws-regular-val.
           move ws-ovr-markdown(ws-ovr-idx) to ws-markdown-val.
           write print-line from ws-repo-info
               after advancing 1 line.
       3010-END.

       3100-PRINT-STORE-TOTALS.
           move "MARKDOWN BY STORE"     to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 3 line.
           write print-line    from ws-total-heading-for-line1
               after advancing 2 line.
           PERFORM 3110-PRINT-ONE-STORE-TOTAL
               VARYING ws-store-slot from 1 BY 1
               until ws-store-slot > 100.
       3100-END.

       3110-PRINT-ONE-STORE-TOTAL.
           if(ws-sm-line-count(ws-store-slot) > 0) then
               move spaces              to ws-td-code
               compute ws-store-val = ws-store-slot - 1
               move ws-store-val        to ws-td-code
               move ws-sm-line-count(ws-store-slot)
                                        to ws-td-lines
               move ws-sm-markdown(ws-store-slot)
                                        to ws-td-markdown
               write print-line from ws-total-detail
                   after advancing 1 line
           end-if.
       3110-END.

       3200-PRINT-CATEGORY-TOTALS.
           move "MARKDOWN BY CATEGORY"  to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 3 line.
           write print-line    from ws-total-heading-for-line1
               after advancing 2 line.
           SET ws-cat-idx              to 1
           PERFORM 3210-PRINT-ONE-CATEGORY-TOTAL VARYING ws-cat-idx
               from 1 BY 1
               until ws-cat-idx > ws-cat-count.
       3200-END.

       3210-PRINT-ONE-CATEGORY-TOTAL.
           move ws-cat-code(ws-cat-idx) to ws-td-code.
           move ws-cat-line-count(ws-cat-idx)
                                        to ws-td-lines.
           move ws-cat-markdown(ws-cat-idx)
                                        to ws-td-markdown.
           write print-line from ws-total-detail
               after advancing 1 line.
       3210-END.

       9999-CLOSE-OUT.
           CLOSE valid-trans-file output-file.
       9999-END.

       END PROGRAM Program23.
