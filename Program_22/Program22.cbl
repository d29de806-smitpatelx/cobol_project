       identification division.
       program-id. Program22.
       author.Smit Patel. Devansh Patel.

      *    perpetual store/SKU inventory -- the validated master takes
      *    the units sold off the shelf and puts returned units back,
      *    the distribution centre's receipts and transfers add the
      *    stock that arrived, a late store file's lines move the
      *    shelf on the first run after they post, and head
      *    office's reorder points say how low each store may run
      *    on each SKU.  the nightly report lists what is at or
      *    below its reorder point, and every negative balance on a
      *    section of its own.
       environment division.
       input-output section.
       file-control.
      *    the validated daily transaction master written by the
      *    front-end edit pass -- one record per SKU line with its
      *    real quantity.
           select valid-trans-file
               assign "../../../data/ValidatedTransactions.dat"
               organization is line sequential.
      *
      *    the on-hand balances, carried across days like the
      *    invoice history and rewritten whole by every run.
           select on-hand-file
               assign "../../../data/InventoryOnHand.dat"
               organization is line sequential
               file status is ws-onhand-status.
      *
      *    stock the distribution centre shipped to a store, and
      *    store-to-store transfers.  optional: a night with no
      *    deliveries has no file.  each line carries the business
      *    date it was received under.
           select receipt-file
               assign "../../../data/dc_receipts.dat"
               organization is line sequential
               file status is ws-receipt-status.
      *
      *    units moved by lines a late-transmission posting put
      *    through after their own night.  optional, and rewritten
      *    by every run with the moves it has taken stamped.
           select late-move-file
               assign "../../../data/LateInventoryMoves.dat"
               organization is line sequential
               file status is ws-latemove-status.
      *
      *    reorder points keyed by head office -- one line sets the
      *    point for one store and SKU.  optional.
           select reorder-point-file
               assign "../../../data/reorder_points.dat"
               organization is line sequential
               file status is ws-reorder-status.
      *
           select sku-master-file
               assign "../../../data/sku_master.dat"
               organization is line sequential.
      *
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
           select output-file
               assign to dynamic ws-report-file-name
               organization is line sequential.
      *
           select exception-file
               assign to dynamic ws-exception-file-name
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
       fd on-hand-file
           record contains 44 characters
           data record is OH-ON-HAND-RECORD.
      *
           COPY ONHAND.
      *
       fd receipt-file
           record contains 40 characters
           data record is receipt-record.
      *
       01 receipt-record.
           05 dr-record-type           pic X.
               88 dr-dc-receipt            value "R".
               88 dr-store-transfer        value "T".
           05 dr-to-store              pic X(2).
           05 dr-to-store-n REDEFINES dr-to-store
                                       pic 9(2).
           05 dr-from-store            pic X(2).
           05 dr-from-store-n REDEFINES dr-from-store
                                       pic 9(2).
           05 dr-sku                   pic X(15).
           05 dr-quantity              pic 9(5).
           05 dr-quantity-x REDEFINES dr-quantity
                                       pic X(5).
           05 dr-document              pic X(9).
           05 dr-receipt-date          pic 9(6).
      *
       fd late-move-file
           record contains 41 characters
           data record is LM-MOVE-RECORD.
      *
           COPY LATEMOVE.
      *
       fd reorder-point-file
           record contains 22 characters
           data record is reorder-point-record.
      *
       01 reorder-point-record.
           05 rp-store                 pic X(2).
           05 rp-store-n REDEFINES rp-store
                                       pic 9(2).
           05 rp-sku                   pic X(15).
           05 rp-reorder-point         pic 9(5).
           05 rp-reorder-point-x REDEFINES rp-reorder-point
                                       pic X(5).
      *
       fd sku-master-file
           data record is SKM-SKU-RECORD.
      *
           COPY SKUMAST.
      *
       fd store-master-file
           data record is SM-STORE-RECORD.
      *
           COPY STORMAST.
      *
       fd output-file
           record contains 73 characters
           data record is print-line.
      *
       01 print-line                   pic x(73).
      *
       fd exception-file
           record contains 80 characters
           data record is exception-line.
      *
       01 exception-line               pic x(80).
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
           05 WS-SKM-EOF-FLAG           pic X value "N".
           05 WS-SM-EOF-FLAG            pic X value "N".
           05 WS-OH-EOF-FLAG            pic X value "N".
           05 WS-DR-EOF-FLAG            pic X value "N".
           05 WS-RP-EOF-FLAG            pic X value "N".
           05 WS-LM-EOF-FLAG            pic X value "N".
           05 ws-onhand-status          pic XX.
           05 ws-receipt-status         pic XX.
           05 ws-reorder-status         pic XX.
           05 ws-latemove-status        pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-SKM-FOUND-SW           pic X value "N".
               88 WS-SKM-FOUND              value "Y".
           05 WS-OH-FOUND-SW            pic X value "N".
               88 WS-OH-FOUND               value "Y".
           05 WS-STORE-FOUND-SW         pic X value "N".
               88 WS-STORE-FOUND            value "Y".
           05 WS-INPUT-VALID-SW         pic X value "Y".
               88 WS-INPUT-VALID            value "Y".
               88 WS-INPUT-INVALID          value "N".
           05 WS-LM-FILE-SEEN-SW        pic X value "N".
               88 WS-LM-FILE-SEEN           value "Y".

           COPY STABLE.

      *    header/trailer control verification -- the edit pass
      *    closes the validated master with its own trailer, and
      *    this pass proves it read the whole file before a single
      *    balance is rewritten.
           COPY TRNCTL.

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.
           05 ws-exception-file-name   pic x(60) value spaces.

       01 ws-file-control-fields.
           05 WS-VT-TRAILER-SEEN-SW     pic X value "N".
               88 WS-VT-TRAILER-SEEN        value "Y".
           05 ws-vt-read-count          pic 9(9) value 0.
           05 ws-vt-hash-total          pic 9(13)V99 value 0.
           05 ws-vt-expect-count        pic 9(9) value 0.
           05 ws-vt-expect-hash         pic 9(13)V99 value 0.
           05 ws-abend-reason           pic x(40) value spaces.

      *    SKU master catalogue -- only SKUs on the master are
      *    stocked; anything else is routed to the exception file.
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

      *    the whole on-hand file, grown as a store sells, receives,
      *    or is given a reorder point on a SKU for the first time.
      *    each entry remembers its SKU master row for the report.
       01 ws-oh-table-control.
           05 ws-oh-count              pic 9(5) value 0.
           05 ws-oh-max                pic 9(5) value 20000.
           05 ws-oh-match-idx          pic 9(5) value 0.

       01 ws-oh-table.
           05 ws-oh-entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ws-oh-count
                   INDEXED BY ws-oh-idx.
               10 ws-oh-store          pic 9(2).
               10 ws-oh-sku            pic X(15).
               10 ws-oh-on-hand        pic S9(7).
               10 ws-oh-opening        pic S9(7).
               10 ws-oh-reorder-point  pic 9(5).
               10 ws-oh-master-idx     pic 9(4).

      *    the late moves still to be kept on file -- those waiting
      *    or taken tonight, stamped with tonight's date.  a move
      *    taken on an earlier night is already in that night's
      *    balance and is not carried forward.
       01 ws-lm-table-control.
           05 ws-lm-count              pic 9(4) value 0.
           05 ws-lm-max                pic 9(4) value 5000.

       01 ws-lm-table.
           05 ws-lm-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-lm-count
                   INDEXED BY ws-lm-idx.
               10 ws-lm-record         pic X(41).

       01 ws-work-fields.
           05 ws-lookup-store          pic 9(2).
           05 ws-lookup-key            pic X(15).
           05 ws-store-loop            pic 9(3) value 0.
           05 ws-store-search-idx      pic 9(4) value 0.
           05 ws-lookup-store-x        pic X(2).
           05 ws-reorder-count         pic 9(5) value 0.
           05 ws-negative-count        pic 9(5) value 0.
           05 ws-units-sold            pic 9(9) value 0.
           05 ws-units-returned        pic 9(9) value 0.
           05 ws-units-received        pic 9(9) value 0.
           05 ws-units-late            pic 9(9) value 0.
           05 ws-input-rejected-count  pic 9(5) value 0.

      *    exception detail line -- same 80-byte layout used by
      *    the daily report programs.
       01 ws-exception-detail.
           05 filler                   pic x(11) value "EXCEPTION: ".
           05 ws-exc-trans-code        pic x.
           05 filler                   pic x(2)  value spaces.
           05 ws-exc-store             pic x(2).
           05 filler                   pic x(2)  value spaces.
           05 ws-exc-invoice           pic x(9).
           05 filler                   pic x(2)  value spaces.
           05 ws-exc-reason            pic x(48).
           05 filler                   pic x(3)  value spaces.

      *    SKU exceptions carry the code itself in the reason text,
      *    since the shared exception layout has no SKU column.
       01 ws-sku-reason.
           05 ws-sr-text               pic x(22).
           05 ws-sr-sku-code           pic x(15).
           05 filler                   pic x(11) value spaces.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "INVENTORY REORDER REPORT".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-r-heading-for-line1.
           05 filler                   pic X(7)  value "Store".
           05 filler                   pic X(17) value "SKU Code".
           05 filler                   pic X(22) value "Description".
           05 filler                   pic X(11) value " On Hand".
           05 filler                   pic X(16) value "Reorder Pt".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-section-heading.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-title         pic x(40).
           05 filler                   pic x(31) value spaces.

       01 ws-repo-info.
           05 filler                   pic X(2)  value spaces.
           05 ws-store-val             pic 99.
           05 filler                   pic X(3)  value spaces.
           05 ws-sku-val               pic X(15).
           05 filler                   pic X(2)  value spaces.
           05 ws-desc-val              pic X(20).
           05 filler                   pic X(2)  value spaces.
           05 ws-on-hand-val           pic -(6)9.
           05 filler                   pic X(4)  value spaces.
           05 ws-reorder-val           pic zzzz9.
           05 filler                   pic X(11) value spaces.

       01 ws-section-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-stl-text              pic x(33).
           05 ws-stl-count             pic zzzz9.
           05 filler                   pic x(33) value spaces.

       01 ws-units-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-ul-text               pic x(33).
           05 ws-ul-units              pic zzz,zzz,zz9.
           05 filler                   pic x(27) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-TRANSACTIONS
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 2900-VERIFY-FILE-TRAILER.
           PERFORM 2500-APPLY-RECEIPTS.
           PERFORM 2550-APPLY-LATE-MOVES.
           PERFORM 2700-APPLY-REORDER-POINTS.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 3500-REWRITE-ON-HAND.
           PERFORM 3600-REWRITE-LATE-MOVES.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/InventoryReorder_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
           string "../../../data/InventoryExceptions_" ws-run-date
               ".out"
               delimited by size into ws-exception-file-name.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 0080-LOAD-SKU-MASTER.
           PERFORM 0100-LOAD-ON-HAND.
           OPEN INPUT valid-trans-file.
           PERFORM 1100-VERIFY-VT-HEADER.
           OPEN OUTPUT output-file.
           OPEN OUTPUT exception-file.
           WRITE print-line from ws-r-heading.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- the same date every program
      *    in the suite runs under, so a rerun of yesterday's
      *    transmission lines up end to end.
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
           if(SM-STORE-ACTIVE) then
               ADD 1                    to ST-STORE-COUNT
               SET ST-IDX               to ST-STORE-COUNT
               move SM-STORE-NUMBER     to ST-STORE-NUMBER(ST-IDX)
               move SM-JURISDICTION-CODE
                                        to ST-JURISDICTION-CODE(ST-IDX)
               move SM-TAX-RATE         to ST-TAX-RATE(ST-IDX)
               move SM-STORE-NAME       to ST-STORE-NAME(ST-IDX)
               move SM-STORE-STATUS     to ST-STORE-STATUS(ST-IDX)
           end-if.
           PERFORM 0060-READ-STORE-MASTER.
       0070-END.

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

      *    discontinued SKUs stay on the table -- returns against
      *    them still put units back on the shelf.
       0095-BUILD-SKU-TABLE.
           ADD 1                        to ws-skm-count.
           SET ws-skm-idx               to ws-skm-count.
           move SKM-SKU-CODE            to ws-skm-code(ws-skm-idx).
           move SKM-DESCRIPTION         to ws-skm-desc(ws-skm-idx).
           move SKM-CATEGORY-CODE       to ws-skm-category(ws-skm-idx).
           move SKM-STATUS              to ws-skm-status(ws-skm-idx).
           PERFORM 0090-READ-SKU-MASTER.
       0095-END.

      *    the first night there is no on-hand file yet.  a balance
      *    already posted under today's date belongs to an earlier
      *    attempt at this same night -- it goes back to the
      *    balance the day opened with, so the rerun posts the day
      *    once.  any other balance is tonight's opening balance.
       0100-LOAD-ON-HAND.
           OPEN INPUT on-hand-file.
           if(ws-onhand-status = "00") then
               PERFORM 0110-READ-ON-HAND
               PERFORM 0120-BUILD-ON-HAND-TABLE
                   UNTIL WS-OH-EOF-FLAG = "Y"
               CLOSE on-hand-file
           end-if.
       0100-END.

       0110-READ-ON-HAND.
           READ on-hand-file
               AT END move "Y"          to WS-OH-EOF-FLAG
           END-READ.
       0110-END.

       0120-BUILD-ON-HAND-TABLE.
           PERFORM 0130-CHECK-ON-HAND-ROOM.
           ADD 1                        to ws-oh-count.
           SET ws-oh-idx                to ws-oh-count.
           move OH-STORE-NUMBER         to ws-oh-store(ws-oh-idx).
           move OH-SKU                  to ws-oh-sku(ws-oh-idx).
           move OH-REORDER-POINT        to
                                       ws-oh-reorder-point(ws-oh-idx).
           if(OH-POSTED-DATE = ws-run-date) then
               move OH-OPENING-ON-HAND  to ws-oh-opening(ws-oh-idx)
           else
               move OH-ON-HAND          to ws-oh-opening(ws-oh-idx)
           end-if.
           move ws-oh-opening(ws-oh-idx)
                                        to ws-oh-on-hand(ws-oh-idx).

           move OH-SKU                  to ws-lookup-key.
           PERFORM 2400-CHECK-SKU-ON-MASTER.
           if(WS-SKM-FOUND) then
               move ws-skm-match-idx    to ws-oh-master-idx(ws-oh-idx)
           else
               move 0                   to ws-oh-master-idx(ws-oh-idx)
           end-if.
           PERFORM 0110-READ-ON-HAND.
       0120-END.

       0130-CHECK-ON-HAND-ROOM.
           if(ws-oh-count NOT < ws-oh-max) then
               move "ON-HAND TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0130-END.

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

      *    S and L lines take their units off the shelf, R lines put
      *    them back -- a legacy one-line invoice carries quantity
      *    1, so both layouts move the balance honestly.
       2010-POST-VT-RECORD.
           MOVE VT-SKU                  to ws-lookup-key.
           PERFORM 2400-CHECK-SKU-ON-MASTER.

           if(WS-SKM-FOUND) then
               move VT-STORE-NUMBER     to ws-lookup-store
               PERFORM 2450-FIND-OR-ADD-ON-HAND
               if(VT-TRANS-CODE = "R") then
                   ADD VT-QUANTITY      to ws-oh-on-hand(ws-oh-idx)
                   ADD VT-QUANTITY      to ws-units-returned
               else
                   SUBTRACT VT-QUANTITY from ws-oh-on-hand(ws-oh-idx)
                   ADD VT-QUANTITY      to ws-units-sold
               end-if
           else
               move VT-TRANS-CODE       to ws-exc-trans-code
               move VT-STORE-NUMBER     to ws-exc-store
               move VT-INVOICE-NUMBER   to ws-exc-invoice
               move "SKU NOT ON MASTER - "
                                        to ws-sr-text
               PERFORM 2410-WRITE-SKU-EXCEPTION
           end-if.
       2010-END.

       2400-CHECK-SKU-ON-MASTER.
           MOVE "N"                    to WS-SKM-FOUND-SW.
           SET ws-skm-idx              to 1.
           PERFORM 2420-CHECK-SKM-ENTRY VARYING ws-skm-idx from 1 BY 1
               until ws-skm-idx > ws-skm-count
               or WS-SKM-FOUND.
       2400-END.

       2420-CHECK-SKM-ENTRY.
           if(ws-skm-code(ws-skm-idx) = ws-lookup-key) then
               SET WS-SKM-FOUND         to true
               SET ws-skm-match-idx     to ws-skm-idx
           end-if.
       2420-END.

       2410-WRITE-SKU-EXCEPTION.
           move ws-lookup-key           to ws-sr-sku-code.
           move ws-sku-reason           to ws-exc-reason.
           PERFORM 0260-WRITE-EXCEPTION-LINE.
       2410-END.

      *    the search loop leaves ws-oh-idx one past the matched
      *    entry, so a hit is re-pointed at the entry itself before
      *    the caller posts into it.  the caller has already found
      *    the SKU on the master.
       2450-FIND-OR-ADD-ON-HAND.
           MOVE "N"                    to WS-OH-FOUND-SW.
           SET ws-oh-idx               to 1.
           PERFORM 2460-CHECK-ON-HAND-ENTRY VARYING ws-oh-idx
               from 1 BY 1
               until ws-oh-idx > ws-oh-count
               or WS-OH-FOUND.

           if(WS-OH-FOUND) then
               SET ws-oh-idx            to ws-oh-match-idx
           else
               PERFORM 0130-CHECK-ON-HAND-ROOM
               ADD 1                    to ws-oh-count
               SET ws-oh-idx            to ws-oh-count
               move ws-lookup-store     to ws-oh-store(ws-oh-idx)
               move ws-lookup-key       to ws-oh-sku(ws-oh-idx)
               move 0                   to ws-oh-on-hand(ws-oh-idx)
               move 0                   to ws-oh-opening(ws-oh-idx)
               move 0                   to
                                       ws-oh-reorder-point(ws-oh-idx)
               move ws-skm-match-idx    to ws-oh-master-idx(ws-oh-idx)
           end-if.
       2450-END.

       2460-CHECK-ON-HAND-ENTRY.
           if(ws-oh-store(ws-oh-idx) = ws-lookup-store) and
               (ws-oh-sku(ws-oh-idx) = ws-lookup-key) then
               SET WS-OH-FOUND          to true
               SET ws-oh-match-idx      to ws-oh-idx
           end-if.
       2460-END.

      *    a store the master does not know, or a SKU it does not
      *    stock, cannot be received -- the line goes to the
      *    exception file and no balance moves.  a transfer moves
      *    the units off the sending store as well.  a line dated
      *    any day but the business date is a file left over from
      *    an earlier night, already on the shelf, and is refused
      *    the same way.
       2500-APPLY-RECEIPTS.
           OPEN INPUT receipt-file.
           if(ws-receipt-status = "00") then
               PERFORM 2510-READ-RECEIPT
               PERFORM 2520-APPLY-ONE-RECEIPT
                   UNTIL WS-DR-EOF-FLAG = "Y"
               CLOSE receipt-file
           end-if.
       2500-END.

       2510-READ-RECEIPT.
           READ receipt-file
               AT END move "Y"          to WS-DR-EOF-FLAG
           END-READ.
       2510-END.

       2520-APPLY-ONE-RECEIPT.
           SET WS-INPUT-VALID           to true.
           move dr-record-type          to ws-exc-trans-code.
           move dr-to-store             to ws-exc-store.
           move dr-document             to ws-exc-invoice.

           if(NOT dr-dc-receipt) and (NOT dr-store-transfer) then
               SET WS-INPUT-INVALID     to true
               move "INVALID RECORD TYPE - MUST BE R OR T"
                                        to ws-exc-reason
           else if(dr-quantity-x NOT NUMERIC) then
               SET WS-INPUT-INVALID     to true
               move "RECEIPT QUANTITY NOT NUMERIC"
                                        to ws-exc-reason
           else if(dr-receipt-date NOT NUMERIC) or
               (dr-receipt-date NOT = ws-run-date) then
               SET WS-INPUT-INVALID     to true
               move "RECEIPT NOT DATED THE BUSINESS DATE"
                                        to ws-exc-reason
           else
               move dr-to-store         to ws-lookup-store-x
               PERFORM 2600-CHECK-STORE-ON-MASTER
               if(NOT WS-STORE-FOUND) then
                   SET WS-INPUT-INVALID to true
                   move "RECEIVING STORE NOT ON STORE MASTER"
                                        to ws-exc-reason
               end-if
           end-if.

           if(WS-INPUT-VALID) and (dr-store-transfer) then
               move dr-from-store       to ws-lookup-store-x
               PERFORM 2600-CHECK-STORE-ON-MASTER
               if(NOT WS-STORE-FOUND) then
                   SET WS-INPUT-INVALID to true
                   move "SENDING STORE NOT ON STORE MASTER"
                                        to ws-exc-reason
               end-if
           end-if.

           if(WS-INPUT-VALID) then
               move dr-sku              to ws-lookup-key
               PERFORM 2400-CHECK-SKU-ON-MASTER
               if(NOT WS-SKM-FOUND) then
                   SET WS-INPUT-INVALID to true
                   move "SKU NOT ON MASTER - "
                                        to ws-sr-text
                   move ws-lookup-key   to ws-sr-sku-code
                   move ws-sku-reason   to ws-exc-reason
               end-if
           end-if.

           if(WS-INPUT-VALID) then
               move dr-to-store-n       to ws-lookup-store
               PERFORM 2450-FIND-OR-ADD-ON-HAND
               ADD dr-quantity          to ws-oh-on-hand(ws-oh-idx)
               ADD dr-quantity          to ws-units-received
               if(dr-store-transfer) then
                   move dr-from-store-n to ws-lookup-store
                   PERFORM 2450-FIND-OR-ADD-ON-HAND
                   SUBTRACT dr-quantity from ws-oh-on-hand(ws-oh-idx)
               end-if
           else
               ADD 1                    to ws-input-rejected-count
               PERFORM 0260-WRITE-EXCEPTION-LINE
           end-if.

           PERFORM 2510-READ-RECEIPT.
       2520-END.

      *    a move not yet taken, or taken by an earlier attempt at
      *    tonight's run, goes onto tonight's balance -- the rerun
      *    started again from the opening balance, so it is taken
      *    once.  a SKU the master does not know goes to the
      *    exception file as a nightly line would.
       2550-APPLY-LATE-MOVES.
           OPEN INPUT late-move-file.
           if(ws-latemove-status = "00") then
               SET WS-LM-FILE-SEEN      to true
               PERFORM 2560-READ-LATE-MOVE
               PERFORM 2570-APPLY-ONE-LATE-MOVE
                   UNTIL WS-LM-EOF-FLAG = "Y"
               CLOSE late-move-file
           end-if.
       2550-END.

       2560-READ-LATE-MOVE.
           READ late-move-file
               AT END move "Y"          to WS-LM-EOF-FLAG
           END-READ.
       2560-END.

       2570-APPLY-ONE-LATE-MOVE.
           if(LM-APPLIED-DATE = 0) or
               (LM-APPLIED-DATE = ws-run-date) then
               if(ws-lm-count NOT < ws-lm-max) then
                   move "LATE MOVE TABLE FULL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               move ws-run-date         to LM-APPLIED-DATE
               ADD 1                    to ws-lm-count
               SET ws-lm-idx            to ws-lm-count
               move LM-MOVE-RECORD      to ws-lm-record(ws-lm-idx)
               PERFORM 2580-POST-LATE-MOVE
           end-if.
           PERFORM 2560-READ-LATE-MOVE.
       2570-END.

       2580-POST-LATE-MOVE.
           move LM-SKU                  to ws-lookup-key.
           PERFORM 2400-CHECK-SKU-ON-MASTER.

           if(WS-SKM-FOUND) then
               move LM-STORE-NUMBER     to ws-lookup-store
               PERFORM 2450-FIND-OR-ADD-ON-HAND
               if(LM-TRANS-CODE = "R") then
                   ADD LM-QUANTITY      to ws-oh-on-hand(ws-oh-idx)
               else
                   SUBTRACT LM-QUANTITY from ws-oh-on-hand(ws-oh-idx)
               end-if
               ADD LM-QUANTITY          to ws-units-late
           else
               move LM-TRANS-CODE       to ws-exc-trans-code
               move LM-STORE-NUMBER     to ws-exc-store
               move spaces              to ws-exc-invoice
               move "SKU NOT ON MASTER - "
                                        to ws-sr-text
               PERFORM 2410-WRITE-SKU-EXCEPTION
           end-if.
       2580-END.

       2600-CHECK-STORE-ON-MASTER.
           MOVE "N"                     to WS-STORE-FOUND-SW.
           if(ws-lookup-store-x NUMERIC) then
               SET ws-store-search-idx  to 1
               PERFORM 2610-CHECK-STORE-ENTRY
                   VARYING ws-store-search-idx from 1 BY 1
                   until ws-store-search-idx > ST-STORE-COUNT
                   or WS-STORE-FOUND
           end-if.
       2600-END.

       2610-CHECK-STORE-ENTRY.
           SET ST-IDX                   to ws-store-search-idx.
           if(ws-lookup-store-x = ST-STORE-NUMBER(ST-IDX)) then
               SET WS-STORE-FOUND       to true
           end-if.
       2610-END.

      *    a reorder point may be set before the store has ever
      *    stocked the SKU -- the balance starts at zero and the
      *    report shows it as needing stock.
       2700-APPLY-REORDER-POINTS.
           OPEN INPUT reorder-point-file.
           if(ws-reorder-status = "00") then
               PERFORM 2710-READ-REORDER-POINT
               PERFORM 2720-APPLY-ONE-REORDER-POINT
                   UNTIL WS-RP-EOF-FLAG = "Y"
               CLOSE reorder-point-file
           end-if.
       2700-END.

       2710-READ-REORDER-POINT.
           READ reorder-point-file
               AT END move "Y"          to WS-RP-EOF-FLAG
           END-READ.
       2710-END.

       2720-APPLY-ONE-REORDER-POINT.
           SET WS-INPUT-VALID           to true.
           move "P"                     to ws-exc-trans-code.
           move rp-store                to ws-exc-store.
           move spaces                  to ws-exc-invoice.
           move rp-store                to ws-lookup-store-x.
           PERFORM 2600-CHECK-STORE-ON-MASTER.

           if(NOT WS-STORE-FOUND) then
               SET WS-INPUT-INVALID     to true
               move "REORDER POINT STORE NOT ON STORE MASTER"
                                        to ws-exc-reason
           else if(rp-reorder-point-x NOT NUMERIC) then
               SET WS-INPUT-INVALID     to true
               move "REORDER POINT NOT NUMERIC"
                                        to ws-exc-reason
           else
               move rp-sku              to ws-lookup-key
               PERFORM 2400-CHECK-SKU-ON-MASTER
               if(NOT WS-SKM-FOUND) then
                   SET WS-INPUT-INVALID to true
                   move "SKU NOT ON MASTER - "
                                        to ws-sr-text
                   move ws-lookup-key   to ws-sr-sku-code
                   move ws-sku-reason   to ws-exc-reason
               end-if
           end-if.

           if(WS-INPUT-VALID) then
               move rp-store-n          to ws-lookup-store
               PERFORM 2450-FIND-OR-ADD-ON-HAND
               move rp-reorder-point    to
                                       ws-oh-reorder-point(ws-oh-idx)
           else
               ADD 1                    to ws-input-rejected-count
               PERFORM 0260-WRITE-EXCEPTION-LINE
           end-if.

           PERFORM 2710-READ-REORDER-POINT.
       2720-END.

       0260-WRITE-EXCEPTION-LINE.
           write exception-line from ws-exception-detail
               after advancing 1 line.
       0260-END.

      *    the header must be today's -- a master left behind by a
      *    skipped or failed edit run would otherwise post
      *    yesterday's sales off the shelf a second time.
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

      *    the run dies here before the on-hand file is rewritten,
      *    so a truncated master never moves a single balance.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM22 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

      *    both sections run store by store in number order.  a
      *    store/SKU with no reorder point set is not planned stock
      *    and stays off the reorder section; a negative balance
      *    prints whatever its reorder point.
       3000-PRINT-REPORT.
           write print-line    from ws-r-heading-for-line1
               after advancing 2 line.

           move "AT OR BELOW REORDER POINT"
                                        to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 2 line.
           write print-line    from ws-blank-line
               after advancing 1 line.
           PERFORM 3010-PRINT-STORE-REORDERS
               VARYING ws-store-loop from 0 BY 1
               until ws-store-loop > 99.
           move "  ITEMS AT OR BELOW REORDER PT : "
                                        to ws-stl-text.
           move ws-reorder-count        to ws-stl-count.
           write print-line from ws-section-total-line
               after advancing 2 line.

           move "NEGATIVE ON-HAND BALANCES"
                                        to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 3 line.
           write print-line    from ws-blank-line
               after advancing 1 line.
           PERFORM 3030-PRINT-STORE-NEGATIVES
               VARYING ws-store-loop from 0 BY 1
               until ws-store-loop > 99.
           move "  NEGATIVE BALANCES            : "
                                        to ws-stl-text.
           move ws-negative-count       to ws-stl-count.
           write print-line from ws-section-total-line
               after advancing 2 line.

           move "  UNITS SOLD OFF THE SHELF     : "
                                        to ws-ul-text.
           move ws-units-sold           to ws-ul-units.
           write print-line from ws-units-line
               after advancing 3 line.
           move "  UNITS RETURNED TO THE SHELF  : "
                                        to ws-ul-text.
           move ws-units-returned       to ws-ul-units.
           write print-line from ws-units-line
               after advancing 1 line.
           move "  UNITS RECEIVED FROM DC/XFER  : "
                                        to ws-ul-text.
           move ws-units-received       to ws-ul-units.
           write print-line from ws-units-line
               after advancing 1 line.
           move "  UNITS MOVED BY LATE POSTINGS : "
                                        to ws-ul-text.
           move ws-units-late           to ws-ul-units.
           write print-line from ws-units-line
               after advancing 1 line.
           move "  RECEIPT/REORDER LINES REJECTED:"
                                        to ws-stl-text.
           move ws-input-rejected-count to ws-stl-count.
           write print-line from ws-section-total-line
               after advancing 1 line.
       3000-END.

       3010-PRINT-STORE-REORDERS.
           SET ws-oh-idx               to 1
           PERFORM 3020-PRINT-IF-REORDER VARYING ws-oh-idx
               from 1 BY 1
               until ws-oh-idx > ws-oh-count.
       3010-END.

       3020-PRINT-IF-REORDER.
           if(ws-oh-store(ws-oh-idx) = ws-store-loop) and
               (ws-oh-reorder-point(ws-oh-idx) > 0) and
               (ws-oh-on-hand(ws-oh-idx) NOT < 0) and
               (ws-oh-on-hand(ws-oh-idx) NOT >
                   ws-oh-reorder-point(ws-oh-idx)) then
               ADD 1                    to ws-reorder-count
               PERFORM 3050-PRINT-ON-HAND-LINE
           end-if.
       3020-END.

       3030-PRINT-STORE-NEGATIVES.
           SET ws-oh-idx               to 1
           PERFORM 3040-PRINT-IF-NEGATIVE VARYING ws-oh-idx
               from 1 BY 1
               until ws-oh-idx > ws-oh-count.
       3030-END.

       3040-PRINT-IF-NEGATIVE.
           if(ws-oh-store(ws-oh-idx) = ws-store-loop) and
               (ws-oh-on-hand(ws-oh-idx) < 0) then
               ADD 1                    to ws-negative-count
               PERFORM 3050-PRINT-ON-HAND-LINE
           end-if.
       3040-END.

       3050-PRINT-ON-HAND-LINE.
           move ws-oh-store(ws-oh-idx)  to ws-store-val.
           move ws-oh-sku(ws-oh-idx)    to ws-sku-val.
           if(ws-oh-master-idx(ws-oh-idx) > 0) then
               move ws-skm-desc(ws-oh-master-idx(ws-oh-idx))
                                        to ws-desc-val
           else
               move "NOT ON SKU MASTER" to ws-desc-val
           end-if.
           move ws-oh-on-hand(ws-oh-idx) to ws-on-hand-val.
           move ws-oh-reorder-point(ws-oh-idx)
                                        to ws-reorder-val.
           write print-line from ws-repo-info
               after advancing 1 line.
       3050-END.

      *    every balance goes back out stamped with tonight's date
      *    and the balance the day opened with -- see 0100.
       3500-REWRITE-ON-HAND.
           OPEN OUTPUT on-hand-file.
           SET ws-oh-idx                to 1
           PERFORM 3510-WRITE-ONE-ON-HAND VARYING ws-oh-idx
               from 1 BY 1
               until ws-oh-idx > ws-oh-count.
           CLOSE on-hand-file.
       3500-END.

       3510-WRITE-ONE-ON-HAND.
           move ws-oh-store(ws-oh-idx)  to OH-STORE-NUMBER.
           move ws-oh-sku(ws-oh-idx)    to OH-SKU.
           move ws-oh-on-hand(ws-oh-idx) to OH-ON-HAND.
           move ws-oh-opening(ws-oh-idx) to OH-OPENING-ON-HAND.
           move ws-oh-reorder-point(ws-oh-idx)
                                        to OH-REORDER-POINT.
           move ws-run-date             to OH-POSTED-DATE.
           write OH-ON-HAND-RECORD.
       3510-END.

      *    rewritten only after the balances are, so a run that
      *    dies first leaves every waiting move still waiting.
       3600-REWRITE-LATE-MOVES.
           if(WS-LM-FILE-SEEN) then
               OPEN OUTPUT late-move-file
               PERFORM 3610-WRITE-ONE-LATE-MOVE VARYING ws-lm-idx
                   from 1 BY 1
                   until ws-lm-idx > ws-lm-count
               CLOSE late-move-file
           end-if.
       3600-END.

       3610-WRITE-ONE-LATE-MOVE.
           write LM-MOVE-RECORD from ws-lm-record(ws-lm-idx).
       3610-END.

       9999-CLOSE-OUT.
           CLOSE valid-trans-file output-file exception-file.
       9999-END.

       END PROGRAM Program22.
