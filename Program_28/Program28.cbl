       identification division.
       program-id. Program28.
       author.Smit Patel. Devansh Patel.

      *    late-transmission posting -- one store's file that missed
      *    its night is posted afterwards under the business date it
      *    was rung on, not the date it finally arrived.  sales go
      *    onto the invoice history with their true sale date,
      *    refunds are matched and marked as of that date, and the
      *    store's totals land in the month-to-date files.  when the
      *    month close has already run for the original month, the
      *    totals post to the current month instead and everything
      *    is labelled a prior-period adjustment.  the run leaves its
      *    own adjustment report, its own GL voucher, and audit-trail
      *    lines marked as a late posting for that store.  the lines
      *    posted are retained in the sales history under their own
      *    business date, alongside that night's, and the units they
      *    moved are left for the next inventory update to take
      *    onto the shelf.
       environment division.
       input-output section.
       file-control.
      *    which store's file this is and the business date it
      *    belongs to -- keyed by operations for each late file.
           select late-control-file
               assign "../../../data/late_transmission.dat"
               organization is line sequential
               file status is ws-control-status.
      *
      *    the late store's transactions -- the same 36-byte frame
      *    and H/T control records as the nightly raw files, sales,
      *    layaways and returns together.
           select late-input-file
               assign "../../../data/LateRecords.dat"
               organization is line sequential
               file status is ws-late-status.
      *
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
           select tender-master-file
               assign "../../../data/tender_master.dat"
               organization is line sequential.
      *
      *    trans-code / payment-type / jurisdiction mapped to the
      *    accounts each side of the entry posts to -- the same
      *    master the nightly voucher posts from.
           select gl-account-file
               assign "../../../data/gl_account_master.dat"
               organization is line sequential
               file status is ws-glacct-status.
      *
           select return-window-file
               assign "../../../data/return_window.dat"
               organization is line sequential
               file status is ws-window-status.
      *
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
      *    the month-end archives the close leaves behind -- one
      *    stamped with a date in the original month means that
      *    month has been closed.
           select archive-file
               assign to dynamic ws-archive-file-name
               organization is line sequential
               file status is ws-archive-status.
      *
           select audit-file
               assign "../../../data/RunHistoryAudit.out"
               organization is line sequential
               file status is ws-audit-status.
      *
      *    keyed on the invoice number -- sales are added and
      *    refunds marked exactly as the nightly passes do.
           select invoice-history-file
               assign "../../../data/SalesInvoiceHistory.dat"
               organization is indexed
               access mode is random
               record key is IH-INVOICE-NUMBER
               file status is ws-invhist-status.
      *
      *    the retained sales history -- each line posted goes in
      *    under its original business date, marked as late.
           select sales-history-file
               assign "../../../data/SalesHistory.dat"
               organization is indexed
               access mode is random
               record key is SH-HISTORY-KEY
               file status is ws-saleshist-status.
      *
      *    the units the late lines moved, by SKU -- left for the
      *    next nightly inventory update to take onto the shelf.
           select late-move-file
               assign "../../../data/LateInventoryMoves.dat"
               organization is line sequential
               file status is ws-latemove-status.
      *
           select output-file
               assign to dynamic ws-report-file-name
               organization is line sequential.
      *
      *    the late store's voucher, kept apart from the nightly
      *    one so the GL team can post it to the right period.
           select voucher-file
               assign to dynamic ws-voucher-file-name
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
       fd late-control-file
           record contains 8 characters
           data record is late-control-record.
      *
       01 late-control-record.
           05 lc-store-number          pic 99.
           05 lc-business-date         pic 9(6).
      *
       fd late-input-file
           data record is input-line
           record contains 36 characters.
      *
       01 input-line.
           05 il-trans-code            pic X.
           05 il-trans-amnt            pic 9(5)V99.
           05 il-type-of-payment       pic XX.
           05 il-num-of-store          pic 99.
           05 il-num-of-invoice        pic X(9).
           05 il-sku                   pic X(15).
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
       fd gl-account-file
           data record is GLM-ACCOUNT-RECORD.
      *
           COPY GLACCT.
      *
       fd return-window-file
           record contains 3 characters
           data record is window-record.
      *
       01 window-record.
           05 rw-window-days           pic 9(3).
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
       fd archive-file
           record contains 24 characters
           data record is archive-record.
      *
       01 archive-record               pic x(24).
      *
       fd audit-file
           record contains 64 characters
           data record is audit-record.
      *
       01 audit-record                 pic x(64).
      *
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd sales-history-file
           record contains 78 characters
           data record is SH-SALES-RECORD.
      *
           COPY SALESHST.
      *
       fd late-move-file
           record contains 41 characters
           data record is LM-MOVE-RECORD.
      *
           COPY LATEMOVE.
      *
       fd output-file
           record contains 73 characters
           data record is print-line.
      *
       01 print-line                   pic x(73).
      *
       fd voucher-file
           record contains 44 characters
           data record is voucher-line.
      *
       01 voucher-line                 pic x(44).
      *
       fd processing-date-file
           record contains 6 characters
           data record is PD-CONTROL-RECORD.
      *
           COPY BUSDATE.
      *
       working-storage section.

       01 ws-flags.
           05 WS-LATE-EOF-FLAG          pic X value "N".
           05 WS-SM-EOF-FLAG            pic X value "N".
           05 WS-TM-EOF-FLAG            pic X value "N".
           05 WS-GLM-EOF-FLAG           pic X value "N".
           05 WS-MTD-EOF-FLAG           pic X value "N".
           05 WS-AUDIT-SCAN-EOF-FLAG    pic X value "N".
           05 ws-control-status         pic XX.
           05 ws-late-status            pic XX.
           05 ws-glacct-status          pic XX.
           05 ws-window-status          pic XX.
           05 ws-sl-mtd-status          pic XX.
           05 ws-ret-mtd-status         pic XX.
           05 ws-archive-status         pic XX.
           05 ws-audit-status           pic XX.
           05 ws-invhist-status         pic XX.
           05 ws-saleshist-status       pic XX.
           05 ws-procdate-status        pic XX.
           05 ws-latemove-status        pic XX.
           05 WS-LINE-VALID-SW          pic X value "Y".
               88 WS-LINE-VALID             value "Y".
               88 WS-LINE-INVALID           value "N".
           05 WS-PRIOR-ATTEMPT-SW       pic X value "N".
               88 WS-PRIOR-ATTEMPT          value "Y".
           05 WS-TENDER-FOUND-SW        pic X value "N".
               88 WS-TENDER-FOUND           value "Y".
           05 WS-MAP-FOUND-SW           pic X value "N".
               88 WS-MAP-FOUND              value "Y".
           05 WS-ACCT-FOUND-SW          pic X value "N".
               88 WS-ACCT-FOUND             value "Y".
           05 WS-INVOICE-FOUND-SW       pic X value "N".
               88 WS-INVOICE-FOUND          value "Y".
           05 WS-HIST-FOUND-SW          pic X value "N".
               88 WS-HIST-FOUND             value "Y".
           05 WS-MTD-FOUND-SW           pic X value "N".
               88 WS-MTD-FOUND              value "Y".
           05 WS-MOVE-FOUND-SW          pic X value "N".
               88 WS-MOVE-FOUND             value "Y".
           05 WS-ALREADY-POSTED-SW      pic X value "N".
               88 WS-ALREADY-POSTED         value "Y".
           05 WS-MONTH-CLOSED-SW        pic X value "N".
               88 WS-MONTH-CLOSED           value "Y".
           05 WS-INPUT-OPEN-SW          pic X value "N".
               88 WS-INPUT-OPEN             value "Y".
           05 WS-HIST-OPEN-SW           pic X value "N".
               88 WS-HIST-OPEN              value "Y".
           05 WS-SHIST-OPEN-SW          pic X value "N".
               88 WS-SHIST-OPEN             value "Y".

           COPY STABLE.

           COPY TNTABLE.

      *    the audit lines are built here in working storage, where
      *    the VALUE clauses on the filler separators take effect,
      *    and written FROM.
           COPY RUNAUDIT.

      *    the audit trail is scanned at start-up through this view
      *    of the shared RUNAUDIT line -- a late posting already on
      *    file for this store and date means its totals are in the
      *    month-to-date files and must not go in again.
       01 ws-audit-scan-line.
           05 was-program-id           pic x(8).
           05 filler                   pic x.
           05 was-run-date             pic 9(6).
           05 filler                   pic x(45).
           05 was-posting-type         pic x(2).
           05 was-late-store           pic x(2).

      *    header/trailer control verification -- the whole file is
      *    proven against its trailer before a single line posts, so
      *    a short transmission leaves nothing half-posted behind.
           COPY TRNCTL.

       01 ws-file-control-fields.
           05 WS-TRAILER-SEEN-SW       pic X value "N".
               88 WS-TRAILER-SEEN          value "Y".
           05 ws-detail-read-count     pic 9(9) value 0.
           05 ws-hash-total            pic 9(13)V99 value 0.
           05 ws-abend-reason          pic x(40) value spaces.

      *    outputs carry the date the late file was posted, so a
      *    second late store on the same day needs its own run
      *    after the first one's report has been filed.
       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.
           05 ws-voucher-file-name     pic x(60) value spaces.
           05 ws-archive-file-name     pic x(60) value spaces.

       01 ws-late-fields.
           05 ws-late-store            pic 99 value 0.
           05 ws-late-store-x REDEFINES ws-late-store
                                       pic XX.
           05 ws-late-date             pic 9(6) value 0.
           05 ws-late-date-view REDEFINES ws-late-date.
               10 ws-late-year         pic 9(2).
               10 ws-late-month        pic 9(2).
               10 ws-late-day          pic 9(2).
           05 ws-late-month-key REDEFINES ws-late-date.
               10 ws-late-yymm         pic 9(4).
               10 filler               pic 9(2).
           05 ws-late-store-idx        pic 9(4) value 0.
           05 ws-late-line-seq         pic 9(6) value 0.
           05 ws-gl-batch-date         pic 9(6) value 0.
           05 ws-gl-batch-name         pic x(8) value spaces.

      *    an archive is probed for each remaining day of the
      *    original month -- the close stamps its archive with the
      *    date it was run for.
       01 ws-probe-date.
           05 ws-pb-yymm               pic 9(4).
           05 ws-pb-day                pic 9(2).

       01 ws-probe-fields.
           05 ws-probe-day             pic 9(2) value 0.
           05 ws-month-days            pic 9(2) value 0.
           05 ws-closed-by-date        pic 9(6) value 0.

      *    posted return window, measured back from the original
      *    business date -- the refund was taken that day, not today.
       77 ws-default-window-days       pic 9(3) value 90.

       01 ws-window-fields.
           05 ws-window-days            pic 9(3) value 0.
           05 ws-leap-quotient          pic 9(2) value 0.
           05 ws-leap-remainder         pic 9(2) value 0.

       01 ws-cutoff-date.
           05 ws-co-year                pic 9(2).
           05 ws-co-month               pic 9(2).
           05 ws-co-day                 pic 9(2).

       01 ws-cutoff-date-n REDEFINES ws-cutoff-date
                                        pic 9(6).

      *    days in each month of a normal year -- February is
      *    corrected for leap years.
       01 ws-days-in-month-values.
           05 filler                    pic x(24) value
               "312831303130313130313031".

       01 ws-days-in-month-table REDEFINES ws-days-in-month-values.
           05 ws-days-in-month OCCURS 12 TIMES
                   pic 99.

      *    invoice numbers seen so far in the late file, so a
      *    repeated number is caught before it reaches the history.
       01 ws-invoice-table-control.
           05 ws-invoice-count          pic 9(6) value 0.

       01 ws-invoice-table.
           05 ws-invoice-entry OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ws-invoice-count
                   INDEXED BY ws-invoice-idx
                   pic X(9).

      *    account-mapping master loaded up front.
       01 ws-map-table-control.
           05 ws-map-count             pic 9(4) value 0.
           05 ws-map-match-idx         pic 9(4) value 0.
           05 ws-lookup-trans-code     pic X(1).
           05 ws-lookup-payment-type   pic X(2).
           05 ws-lookup-jurisdiction   pic X(4).

       01 ws-map-table.
           05 ws-map-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-map-count
                   INDEXED BY ws-map-idx.
               10 ws-map-trans-code    pic X(1).
               10 ws-map-payment-type  pic X(2).
               10 ws-map-jurisdiction  pic X(4).
               10 ws-map-tender-acct   pic 9(8).
               10 ws-map-sales-acct    pic 9(8).
               10 ws-map-tax-acct      pic 9(8).

      *    per-account debit and credit totals -- the voucher
      *    carries one line per account, as the nightly one does.
       01 ws-acct-table-control.
           05 ws-acct-count            pic 9(4) value 0.
           05 ws-acct-match-idx        pic 9(4) value 0.
           05 ws-lookup-account        pic 9(8) value 0.

       01 ws-acct-table.
           05 ws-acct-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-acct-count
                   INDEXED BY ws-acct-idx.
               10 ws-acct-number       pic 9(8).
               10 ws-acct-debits       pic 9(11)V99 value 0.
               10 ws-acct-credits      pic 9(11)V99 value 0.

      *    a month-to-date file is read whole into this table, the
      *    late store's line is added to, and the file rewritten.
       01 ws-mtd-table-control.
           05 ws-mtd-count             pic 9(4) value 0.
           05 ws-mtd-match-idx         pic 9(4) value 0.

       01 ws-mtd-table.
           05 ws-mtd-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-mtd-count
                   INDEXED BY ws-mtd-idx.
               10 ws-mtd-store-number  pic 99.
               10 ws-mtd-store-total   pic 9(9)V99.

      *    the late store's units by SKU and trans code, held until
      *    the whole file has posted and written once at the end.
       01 ws-move-table-control.
           05 ws-move-count            pic 9(4) value 0.
           05 ws-move-max              pic 9(4) value 2000.
           05 ws-move-match-idx        pic 9(4) value 0.

       01 ws-move-table.
           05 ws-move-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-move-count
                   INDEXED BY ws-move-idx.
               10 ws-move-sku          pic X(15).
               10 ws-move-trans-code   pic X(1).
               10 ws-move-quantity     pic 9(5).

       01 ws-work-fields.
           05 ws-tender-search-idx     pic 9(4) value 0.
           05 ws-store-search-idx      pic 9(4) value 0.
           05 ws-line-tax              pic 9(5)V99 value 0.
           05 ws-posting-amount        pic 9(11)V99 value 0.
           05 ws-total-debits          pic 9(11)V99 value 0.
           05 ws-total-credits         pic 9(11)V99 value 0.
           05 ws-voucher-lines         pic 9(6) value 0.
           05 ws-sl-count              pic 9(9) value 0.
           05 ws-sl-amount             pic 9(9)V99 value 0.
           05 ws-sl-tax                pic 9(9)V99 value 0.
           05 ws-ret-count             pic 9(9) value 0.
           05 ws-ret-amount            pic 9(9)V99 value 0.
           05 ws-ret-tax               pic 9(9)V99 value 0.
           05 ws-rejected-count        pic 9(9) value 0.
           05 ws-mtd-add-amount        pic 9(9)V99 value 0.
           05 ws-sl-mtd-now            pic 9(9)V99 value 0.
           05 ws-ret-mtd-now           pic 9(9)V99 value 0.
           05 ws-line-status           pic x(30) value spaces.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "LATE TRANSMISSION POSTING".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-late-id-line.
           05 filler                   pic x(8)  value "  STORE ".
           05 ws-li-store              pic 99.
           05 filler                   pic x(28)
               value "  ORIGINAL BUSINESS DATE   ".
           05 ws-li-late-date          pic 9(6).
           05 filler                   pic x(13) value
               "  POSTED ON  ".
           05 ws-li-run-date           pic 9(6).
           05 filler                   pic x(10) value spaces.

       01 ws-period-open-line.
           05 filler                   pic x(45) value
               "  ORIGINAL MONTH OPEN - POSTED TO ITS OWN MTD".
           05 filler                   pic x(28) value spaces.

       01 ws-period-closed-line.
           05 filler                   pic x(35) value
               "  ORIGINAL MONTH CLOSED ON ARCHIVE ".
           05 ws-pc-close-date         pic 9(6).
           05 filler                   pic x(32) value spaces.

       01 ws-period-adjust-line.
           05 filler                   pic x(46) value
               "  PRIOR-PERIOD ADJUSTMENT TO THE CURRENT MONTH".
           05 filler                   pic x(27) value spaces.

       01 ws-r-heading-for-line1.
           05 filler                   pic X(5)  value " Code".
           05 filler                   pic X(11) value "     Amount".
           05 filler                   pic X(5)  value "  Pay".
           05 filler                   pic X(11) value "  Invoice  ".
           05 filler                   pic X(10) value "       Tax".
           05 filler                   pic X(10) value "  Status  ".
           05 filler                   pic X(21) value spaces.

       01 ws-repo-info.
           05 filler                   pic X(2)  value spaces.
           05 ws-trans-code            pic X.
           05 filler                   pic X(2)  value spaces.
           05 ws-trans-amnt            pic $(5)9.99.
           05 filler                   pic X(2)  value spaces.
           05 ws-typ-of-paymnt         pic XX.
           05 filler                   pic X(2)  value spaces.
           05 ws-invc-num              pic X(9).
           05 filler                   pic X(2)  value spaces.
           05 ws-taxe                  pic $(4)9.99.
           05 filler                   pic X(2)  value spaces.
           05 ws-status-val            pic X(30).

       01 ws-count-line.
           05 ws-cl-label              pic x(35).
           05 ws-cl-count              pic zzz,zz9.
           05 filler                   pic x(31) value spaces.

       01 ws-amount-line.
           05 ws-al-label              pic x(35).
           05 ws-al-amount             pic $(9)9.99.
           05 filler                   pic x(25) value spaces.

       01 ws-batch-line.
           05 filler                   pic x(35)
               value "  GL VOUCHER BATCH               : ".
           05 ws-bl-name               pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-bl-date               pic 9(6).
           05 filler                   pic x(23) value spaces.

       01 ws-voucher-header.
           05 filler                   pic x(1)  value "H".
           05 ws-vh-batch-date         pic 9(6).
           05 ws-vh-batch-name         pic x(8).
           05 filler                   pic x(29) value spaces.

       01 ws-voucher-detail.
           05 filler                   pic x(1)  value "D".
           05 ws-vd-account            pic 9(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-vd-debit              pic 9(11).99.
           05 filler                   pic x(1)  value spaces.
           05 ws-vd-credit             pic 9(11).99.
           05 filler                   pic x(5)  value spaces.

       01 ws-voucher-trailer.
           05 filler                   pic x(1)  value "T".
           05 ws-vt-line-count         pic 9(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-vt-total-debits       pic 9(11).99.
           05 filler                   pic x(1)  value spaces.
           05 ws-vt-total-credits      pic 9(11).99.
           05 filler                   pic x(7)  value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-POST-LATE-LINES
               UNTIL WS-LATE-EOF-FLAG = "Y".
           PERFORM 2950-VERIFY-BALANCE.
           PERFORM 3000-POST-SL-MTD.
           PERFORM 3100-POST-RETURNS-MTD.
           PERFORM 3300-WRITE-SHELF-MOVES.
           PERFORM 4000-WRITE-VOUCHER.
           PERFORM 5000-PRINT-TOTALS.
           PERFORM 6000-APPEND-AUDIT-RECORDS.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           PERFORM 1010-READ-LATE-CONTROL.
           string "../../../data/LateAdjustment_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
           string "../../../data/LateGLVoucher_" ws-run-date ".out"
               delimited by size into ws-voucher-file-name.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 1020-FIND-LATE-STORE.
           PERFORM 0051-LOAD-TENDER-MASTER.
           PERFORM 0055-LOAD-ACCOUNT-MASTER.
           PERFORM 0044-READ-RETURN-WINDOW.
           PERFORM 0045-COMPUTE-RETURN-CUTOFF.
           PERFORM 0042-CHECK-PRIOR-POSTING.
           PERFORM 1200-CHECK-MONTH-CLOSED.
           PERFORM 1500-PROVE-LATE-FILE.
           OPEN INPUT late-input-file.
           SET WS-INPUT-OPEN            to true.
           READ late-input-file
               AT END move "Y"          to WS-LATE-EOF-FLAG
           END-READ.
           PERFORM 0058-OPEN-INVOICE-HISTORY.
           PERFORM 0059-OPEN-SALES-HISTORY.
           OPEN OUTPUT output-file.
           PERFORM 1300-PRINT-HEADINGS.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- the late file must belong to
      *    a day the suite has already moved past.
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

      *    today's own transmission goes through the nightly
      *    stream -- only a day already behind us is late.
       1010-READ-LATE-CONTROL.
           OPEN INPUT late-control-file.
           if(ws-control-status NOT = "00") then
               move "LATE TRANSMISSION CONTROL FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           READ late-control-file
               AT END
                   move "LATE TRANSMISSION CONTROL FILE EMPTY"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           CLOSE late-control-file.
           if(lc-store-number NOT NUMERIC) or
               (lc-business-date NOT NUMERIC) then
               move "LATE CONTROL RECORD NOT NUMERIC"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move lc-store-number         to ws-late-store.
           move lc-business-date        to ws-late-date.
           if(ws-late-date NOT < ws-run-date) then
               move "LATE DATE IS NOT BEFORE THE BUSINESS DATE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1010-END.

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

      *    the late store must be open on the master -- its tax
      *    rate and jurisdiction drive every line of the file.
       1020-FIND-LATE-STORE.
           move 0                       to ws-late-store-idx.
           PERFORM 1030-CHECK-ST-ENTRY VARYING ws-store-search-idx
               from 1 BY 1
               until ws-store-search-idx > ST-STORE-COUNT.
           if(ws-late-store-idx = 0) then
               move "LATE STORE NOT OPEN ON STORE MASTER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1020-END.

       1030-CHECK-ST-ENTRY.
           SET ST-IDX                   to ws-store-search-idx.
           if(ST-STORE-NUMBER(ST-IDX) = ws-late-store) then
               move ws-store-search-idx to ws-late-store-idx
           end-if.
       1030-END.

       0051-LOAD-TENDER-MASTER.
           OPEN INPUT tender-master-file.
           PERFORM 0063-READ-TENDER-MASTER.
           PERFORM 0071-BUILD-TENDER-TABLE UNTIL WS-TM-EOF-FLAG = "Y".
           CLOSE tender-master-file.
       0051-END.

       0063-READ-TENDER-MASTER.
           READ tender-master-file
               AT END move "Y"          to WS-TM-EOF-FLAG
           END-READ.
       0063-END.

       0071-BUILD-TENDER-TABLE.
           if(TM-TENDER-ACTIVE) then
               ADD 1                    to TT-TENDER-COUNT
               SET TT-IDX               to TT-TENDER-COUNT
               move TM-TENDER-CODE      to TT-TENDER-CODE(TT-IDX)
               move TM-DESCRIPTION      to TT-DESCRIPTION(TT-IDX)
               move TM-CARD-SETTLED     to TT-CARD-SETTLED(TT-IDX)
               move TM-TENDER-STATUS    to TT-TENDER-STATUS(TT-IDX)
           end-if.
           PERFORM 0063-READ-TENDER-MASTER.
       0071-END.

       0055-LOAD-ACCOUNT-MASTER.
           OPEN INPUT gl-account-file.
           if(ws-glacct-status NOT = "00") then
               move "GL ACCOUNT MAPPING MASTER MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 0065-READ-ACCOUNT-MASTER.
           PERFORM 0075-BUILD-MAP-TABLE UNTIL WS-GLM-EOF-FLAG = "Y".
           CLOSE gl-account-file.
       0055-END.

       0065-READ-ACCOUNT-MASTER.
           READ gl-account-file
               AT END move "Y"          to WS-GLM-EOF-FLAG
           END-READ.
       0065-END.

       0075-BUILD-MAP-TABLE.
           ADD 1                        to ws-map-count.
           SET ws-map-idx               to ws-map-count.
           move GLM-TRANS-CODE     to ws-map-trans-code(ws-map-idx).
           move GLM-PAYMENT-TYPE   to ws-map-payment-type(ws-map-idx).
           move GLM-JURISDICTION   to ws-map-jurisdiction(ws-map-idx).
           move GLM-TENDER-ACCT    to ws-map-tender-acct(ws-map-idx).
           move GLM-SALES-ACCT     to ws-map-sales-acct(ws-map-idx).
           move GLM-TAX-ACCT       to ws-map-tax-acct(ws-map-idx).
           PERFORM 0065-READ-ACCOUNT-MASTER.
       0075-END.

       0044-READ-RETURN-WINDOW.
           move ws-default-window-days  to ws-window-days.
           OPEN INPUT return-window-file.
           if(ws-window-status = "00") then
               READ return-window-file
                   AT END CONTINUE
               END-READ
               if(ws-window-status = "00") and
                   (rw-window-days NUMERIC) then
                   move rw-window-days  to ws-window-days
               end-if
               CLOSE return-window-file
           end-if.
       0044-END.

       0045-COMPUTE-RETURN-CUTOFF.
           move ws-late-date            to ws-cutoff-date-n.
           PERFORM 0046-DECREMENT-ONE-DAY ws-window-days TIMES.
       0045-END.

       0046-DECREMENT-ONE-DAY.
           if(ws-co-day > 1) then
               SUBTRACT 1               from ws-co-day
           else
               if(ws-co-month = 1) then
                   move 12              to ws-co-month
                   if(ws-co-year = 0) then
                       move 99          to ws-co-year
                   else
                       SUBTRACT 1       from ws-co-year
                   end-if
               else
                   SUBTRACT 1           from ws-co-month
               end-if
               move ws-days-in-month(ws-co-month) to ws-co-day
               if(ws-co-month = 2) then
                   PERFORM 0047-ADJUST-FOR-LEAP-YEAR
               end-if
           end-if.
       0046-END.

      *    years 00-99 are 2000-2099, so divisible-by-four is the
      *    whole leap rule for this century.
       0047-ADJUST-FOR-LEAP-YEAR.
           DIVIDE ws-co-year BY 4
               GIVING ws-leap-quotient
               REMAINDER ws-leap-remainder.
           if(ws-leap-remainder = 0) then
               move 29                  to ws-co-day
           end-if.
       0047-END.

      *    the audit lines are appended as the run's last act, so
      *    a late line already on file for this store and date means
      *    the file went in once -- a second run would add it to
      *    the month-to-date totals twice.
       0042-CHECK-PRIOR-POSTING.
           OPEN INPUT audit-file.
           if(ws-audit-status = "00") then
               PERFORM 0043-SCAN-ONE-AUDIT-LINE
                   UNTIL WS-AUDIT-SCAN-EOF-FLAG = "Y"
               CLOSE audit-file
           end-if.
           if(WS-ALREADY-POSTED) then
               move "LATE FILE ALREADY POSTED FOR STORE/DATE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0042-END.

       0043-SCAN-ONE-AUDIT-LINE.
           READ audit-file
               AT END move "Y"          to WS-AUDIT-SCAN-EOF-FLAG
               NOT AT END
                   move audit-record    to ws-audit-scan-line
                   if(was-posting-type = "LT") and
                       (was-late-store = ws-late-store-x) and
                       (was-run-date = ws-late-date) then
                       SET WS-ALREADY-POSTED
                                        to true
                   end-if
           END-READ.
       0043-END.

      *    the month close leaves an archive stamped with the date
      *    it ran for -- one dated anywhere from the late date to
      *    the end of that month means the month's totals have been
      *    reported and reset, and the late totals can only go into
      *    the month now open.  the GL batch follows: the original
      *    date while the month is open, today once it is closed.
       1200-CHECK-MONTH-CLOSED.
           move ws-days-in-month(ws-late-month)
                                        to ws-month-days.
           if(ws-late-month = 2) then
               DIVIDE ws-late-year BY 4
                   GIVING ws-leap-quotient
                   REMAINDER ws-leap-remainder
               if(ws-leap-remainder = 0) then
                   move 29              to ws-month-days
               end-if
           end-if.
           move ws-late-yymm            to ws-pb-yymm.
           PERFORM 1210-PROBE-ONE-ARCHIVE VARYING ws-probe-day
               from ws-late-day BY 1
               until ws-probe-day > ws-month-days
               or WS-MONTH-CLOSED.
           if(WS-MONTH-CLOSED) then
               move ws-run-date         to ws-gl-batch-date
               move "PRIORADJ"          to ws-gl-batch-name
           else
               move ws-late-date        to ws-gl-batch-date
               move "LATEGL  "          to ws-gl-batch-name
           end-if.
       1200-END.

       1210-PROBE-ONE-ARCHIVE.
           move ws-probe-day            to ws-pb-day.
           move spaces                  to ws-archive-file-name.
           string "../../../data/MTDArchive_" ws-probe-date ".dat"
               delimited by size into ws-archive-file-name.
           OPEN INPUT archive-file.
           if(ws-archive-status = "00") then
               SET WS-MONTH-CLOSED      to true
               move ws-probe-date       to ws-closed-by-date
               CLOSE archive-file
           end-if.
       1210-END.

      *    a first pass over the whole file proves the header is
      *    for the late date and the trailer agrees with what was
      *    read, before anything is posted from it.
       1500-PROVE-LATE-FILE.
           OPEN INPUT late-input-file.
           if(ws-late-status NOT = "00") then
               move "LATE TRANSMISSION FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           SET WS-INPUT-OPEN            to true.
           PERFORM 1510-VERIFY-FILE-HEADER.
           PERFORM 1520-COUNT-ONE-RECORD
               UNTIL WS-LATE-EOF-FLAG = "Y".
           PERFORM 1540-VERIFY-FILE-TRAILER.
           CLOSE late-input-file.
           MOVE "N"                     to WS-INPUT-OPEN-SW.
           MOVE "N"                     to WS-LATE-EOF-FLAG.
       1500-END.

       1510-VERIFY-FILE-HEADER.
           READ late-input-file
               AT END
                   move "NO FILE HEADER - EMPTY TRANSMISSION"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           if(il-trans-code NOT = "H") then
               move "MISSING FILE HEADER RECORD"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move input-line              to TC-CONTROL-RECORD.
           if(TC-FILE-DATE NOT = ws-late-date) then
               move "FILE DATE DOES NOT MATCH LATE CONTROL DATE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1510-END.

       1520-COUNT-ONE-RECORD.
           READ late-input-file
               AT END move "Y"          to WS-LATE-EOF-FLAG
               NOT AT END PERFORM 1530-CLASSIFY-RECORD
           END-READ.
       1520-END.

       1530-CLASSIFY-RECORD.
           if(il-trans-code = "T") then
               move input-line          to TC-CONTROL-RECORD
               move "Y"                 to WS-TRAILER-SEEN-SW
               move "Y"                 to WS-LATE-EOF-FLAG
           else
               if(il-trans-code = "H") then
                   move "DUPLICATE FILE HEADER RECORD"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               else
                   ADD 1                to ws-detail-read-count
                   ADD il-trans-amnt    to ws-hash-total
               end-if
           end-if.
       1530-END.

       1540-VERIFY-FILE-TRAILER.
           if(NOT WS-TRAILER-SEEN) then
               move "MISSING FILE TRAILER RECORD"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(TC-RECORD-COUNT NOT = ws-detail-read-count) then
               move "TRAILER RECORD COUNT MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(TC-HASH-TOTAL NOT = ws-hash-total) then
               move "TRAILER HASH TOTAL MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1540-END.

      *    the history is opened for update and must already be
      *    there -- a late file is posted against sales the nightly
      *    passes have been building, never into an empty history.
       0058-OPEN-INVOICE-HISTORY.
           OPEN I-O invoice-history-file.
           if(ws-invhist-status = "00") then
               SET WS-HIST-OPEN         to true
           else
               move "INVOICE HISTORY FILE OPEN FAILURE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0058-END.

      *    the sales history is created by the first night that
      *    retains into it, and a late file may arrive before that.
       0059-OPEN-SALES-HISTORY.
           OPEN I-O sales-history-file.
           if(ws-saleshist-status = "35") then
               OPEN OUTPUT sales-history-file
               CLOSE sales-history-file
               OPEN I-O sales-history-file
           end-if.
           if(ws-saleshist-status = "00") then
               SET WS-SHIST-OPEN        to true
           else
               move "SALES HISTORY FILE OPEN FAILURE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0059-END.

       1300-PRINT-HEADINGS.
           WRITE print-line from ws-r-heading.
           move ws-late-store           to ws-li-store.
           move ws-late-date            to ws-li-late-date.
           move ws-run-date             to ws-li-run-date.
           WRITE print-line from ws-late-id-line
               after advancing 2 line.
           if(WS-MONTH-CLOSED) then
               move ws-closed-by-date   to ws-pc-close-date
               WRITE print-line from ws-period-closed-line
                   after advancing 1 line
               WRITE print-line from ws-period-adjust-line
                   after advancing 1 line
           else
               WRITE print-line from ws-period-open-line
                   after advancing 1 line
           end-if.
           WRITE print-line from ws-r-heading-for-line1
               after advancing 2 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.
       1300-END.

      *    the header was consumed at initialize, so each pass here
      *    reads the next record -- the trailer ends the loop, the
      *    counts having been proven already.
       2000-POST-LATE-LINES.
           READ late-input-file
               AT END move "Y"          to WS-LATE-EOF-FLAG
               NOT AT END
                   if(il-trans-code = "T") then
                       move "Y"         to WS-LATE-EOF-FLAG
                   else
                       ADD 1            to ws-late-line-seq
                       PERFORM 2010-POST-ONE-LINE
                   end-if
           END-READ.
       2000-END.

       2010-POST-ONE-LINE.
           move 0                       to ws-line-tax.
           MOVE "N"                     to WS-PRIOR-ATTEMPT-SW.
           PERFORM 2100-VALIDATE-LINE.
           if(WS-LINE-VALID) then
               if(il-trans-code = "R") then
                   PERFORM 2300-MARK-REFUND
               else
                   PERFORM 2200-ADD-SALE-TO-HISTORY
               end-if
           end-if.
           if(WS-LINE-VALID) then
               PERFORM 2400-ACCUMULATE-LINE
               PERFORM 2500-POST-LINE-TO-GL
               PERFORM 2700-RETAIN-LINE
               PERFORM 2750-HOLD-SHELF-MOVE
               if(WS-PRIOR-ATTEMPT) then
                   move "POSTED - EARLIER ATTEMPT"
                                        to ws-line-status
               else
                   move "POSTED"        to ws-line-status
               end-if
           else
               ADD 1                    to ws-rejected-count
           end-if.
           PERFORM 2900-PRINT-LINE.
       2010-END.

      *    the same acceptance rules the nightly edit pass applies,
      *    with the late store and the late date standing in for
      *    the master and the business date.
       2100-VALIDATE-LINE.
           SET WS-LINE-VALID            to true.
           if(il-trans-code NOT = "S") and (il-trans-code NOT = "L")
               and (il-trans-code NOT = "R") then
               SET WS-LINE-INVALID      to true
               move "INVALID TRANS CODE"
                                        to ws-line-status
           else if(il-num-of-store NOT = ws-late-store) then
               SET WS-LINE-INVALID      to true
               move "STORE IS NOT THE LATE STORE"
                                        to ws-line-status
           else
               PERFORM 2110-CHECK-TENDER-VALID
               if(NOT WS-TENDER-FOUND) then
                   SET WS-LINE-INVALID  to true
                   move "PAYMENT TYPE NOT ON MASTER"
                                        to ws-line-status
               end-if
           end-if.
           if(WS-LINE-VALID) then
               PERFORM 2130-FIND-ACCOUNT-MAPPING
               if(NOT WS-MAP-FOUND) then
                   SET WS-LINE-INVALID  to true
                   move "NO GL ACCOUNT MAPPING"
                                        to ws-line-status
               end-if
           end-if.
           if(WS-LINE-VALID) then
               PERFORM 2150-CHECK-DUPLICATE-INVOICE
           end-if.
           if(WS-LINE-VALID) and (il-trans-code = "R") then
               PERFORM 2160-CHECK-REFUND-MATCH
           end-if.
       2100-END.

       2110-CHECK-TENDER-VALID.
           MOVE "N"                     to WS-TENDER-FOUND-SW.
           PERFORM 2120-CHECK-TT-ENTRY
               VARYING ws-tender-search-idx from 1 BY 1
               until ws-tender-search-idx > TT-TENDER-COUNT
               or WS-TENDER-FOUND.
       2110-END.

       2120-CHECK-TT-ENTRY.
           SET TT-IDX                   to ws-tender-search-idx.
           if(il-type-of-payment = TT-TENDER-CODE(TT-IDX)) then
               SET WS-TENDER-FOUND      to true
           end-if.
       2120-END.

      *    an unmapped combination is turned away here, before the
      *    history is touched, so the voucher can always be built
      *    from what was posted.
       2130-FIND-ACCOUNT-MAPPING.
           SET ST-IDX                   to ws-late-store-idx.
           move il-trans-code           to ws-lookup-trans-code.
           move il-type-of-payment      to ws-lookup-payment-type.
           move ST-JURISDICTION-CODE(ST-IDX)
                                        to ws-lookup-jurisdiction.
           MOVE "N"                     to WS-MAP-FOUND-SW.
           PERFORM 2140-CHECK-MAP-ENTRY VARYING ws-map-idx from 1 BY 1
               until ws-map-idx > ws-map-count
               or WS-MAP-FOUND.
       2130-END.

       2140-CHECK-MAP-ENTRY.
           if(ws-map-trans-code(ws-map-idx) = ws-lookup-trans-code)
               and (ws-map-payment-type(ws-map-idx) =
                   ws-lookup-payment-type)
               and (ws-map-jurisdiction(ws-map-idx) =
                   ws-lookup-jurisdiction) then
               SET WS-MAP-FOUND         to true
               SET ws-map-match-idx     to ws-map-idx
           end-if.
       2140-END.

       2150-CHECK-DUPLICATE-INVOICE.
           MOVE "N"                     to WS-INVOICE-FOUND-SW.
           PERFORM 2155-SEARCH-INVOICE VARYING ws-invoice-idx
               from 1 BY 1
               until ws-invoice-idx > ws-invoice-count
               or WS-INVOICE-FOUND.
           if(WS-INVOICE-FOUND) then
               SET WS-LINE-INVALID      to true
               move "DUPLICATE INVOICE IN LATE FILE"
                                        to ws-line-status
           else
               ADD 1                    to ws-invoice-count
               SET ws-invoice-idx       to ws-invoice-count
               move il-num-of-invoice
                                   to ws-invoice-entry(ws-invoice-idx)
           end-if.
       2150-END.

       2155-SEARCH-INVOICE.
           if(ws-invoice-entry(ws-invoice-idx) = il-num-of-invoice) then
               SET WS-INVOICE-FOUND     to true
           end-if.
       2155-END.

      *    a refund must match a sale on the history rung at the
      *    same store, no larger than the sale, not refunded or
      *    disputed before, and inside the return window as it
      *    stood on the late date.
      *    a refund already marked under the late date is this
      *    program's own work from an attempt that stopped short
      *    -- nothing else posts under a date the suite has passed.
       2160-CHECK-REFUND-MATCH.
           MOVE "N"                     to WS-HIST-FOUND-SW.
           move il-num-of-invoice       to IH-INVOICE-NUMBER.
           READ invoice-history-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HIST-FOUND to true
           END-READ.
           if(NOT WS-HIST-FOUND) then
               SET WS-LINE-INVALID      to true
               move "NO MATCHING SALE ON HISTORY"
                                        to ws-line-status
           else if(IH-STORE-NUMBER NOT = ws-late-store) then
               SET WS-LINE-INVALID      to true
               move "STORE DOES NOT MATCH SALE"
                                        to ws-line-status
           else if(il-trans-amnt > IH-AMOUNT) then
               SET WS-LINE-INVALID      to true
               move "RETURN EXCEEDS SALE AMOUNT"
                                        to ws-line-status
           else if(IH-REFUNDED) and
               (IH-REFUND-DATE = ws-late-date) then
               SET WS-PRIOR-ATTEMPT     to true
           else if(IH-REFUNDED) then
               SET WS-LINE-INVALID      to true
               move "INVOICE ALREADY REFUNDED"
                                        to ws-line-status
           else if(IH-DISPUTED) then
               SET WS-LINE-INVALID      to true
               move "INVOICE UNDER CHARGEBACK"
                                        to ws-line-status
           else if(IH-SALE-DATE > ws-late-date) then
               SET WS-LINE-INVALID      to true
               move "SALE DATED AFTER THE LATE DATE"
                                        to ws-line-status
           else if(IH-SALE-DATE < ws-cutoff-date-n) then
               SET WS-LINE-INVALID      to true
               move "SALE OLDER THAN RETURN WINDOW"
                                        to ws-line-status
           end-if.
       2160-END.

      *    the sale goes onto the history under the day it was
      *    rung.  the keyed WRITE refuses an invoice number already
      *    there -- unless it is this same store's sale under the
      *    late date, left by an attempt that stopped short.
       2200-ADD-SALE-TO-HISTORY.
           move il-num-of-invoice       to IH-INVOICE-NUMBER.
           move il-num-of-store         to IH-STORE-NUMBER.
           move il-trans-amnt           to IH-AMOUNT.
           move il-sku                  to IH-SKU.
           move ws-late-date            to IH-SALE-DATE.
           SET IH-NOT-REFUNDED          to true.
           move 0                       to IH-REFUND-DATE.
           move il-type-of-payment      to IH-PAYMENT-TYPE.
           WRITE IH-INVOICE-RECORD
               INVALID KEY PERFORM 2210-CHECK-EARLIER-ATTEMPT
           END-WRITE.
       2200-END.

       2210-CHECK-EARLIER-ATTEMPT.
           move il-num-of-invoice       to IH-INVOICE-NUMBER.
           READ invoice-history-file
               INVALID KEY CONTINUE
           END-READ.
           if(IH-STORE-NUMBER = ws-late-store) and
               (IH-SALE-DATE = ws-late-date) and
               (IH-AMOUNT = il-trans-amnt) then
               SET WS-PRIOR-ATTEMPT     to true
           else
               SET WS-LINE-INVALID      to true
               move "INVOICE ALREADY ON HISTORY"
                                        to ws-line-status
           end-if.
       2210-END.

      *    the matched record is still in the FD area from the READ
      *    at 2160 -- the refund is marked as of the late date.
       2300-MARK-REFUND.
           if(NOT WS-PRIOR-ATTEMPT) then
               SET IH-REFUNDED          to true
               move ws-late-date        to IH-REFUND-DATE
               REWRITE IH-INVOICE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           end-if.
       2300-END.

      *    tax per line, ROUNDED at the store's rate -- the same
      *    computation the nightly passes use, so the pennies agree.
       2400-ACCUMULATE-LINE.
           SET ST-IDX                   to ws-late-store-idx.
           compute ws-line-tax ROUNDED =
               (il-trans-amnt * ST-TAX-RATE(ST-IDX)) / 100.
           if(il-trans-code = "R") then
               ADD 1                    to ws-ret-count
               ADD il-trans-amnt        to ws-ret-amount
               ADD ws-line-tax          to ws-ret-tax
           else
               ADD 1                    to ws-sl-count
               ADD il-trans-amnt        to ws-sl-amount
               ADD ws-line-tax          to ws-sl-tax
           end-if.
       2400-END.

      *    the same legs the nightly voucher posts: a sale debits
      *    the tender and credits sales and tax payable, a return
      *    is the mirror image.
       2500-POST-LINE-TO-GL.
           compute ws-posting-amount = il-trans-amnt + ws-line-tax.
           if(il-trans-code = "R") then
               move ws-map-tender-acct(ws-map-match-idx)
                                        to ws-lookup-account
               PERFORM 2610-POST-CREDIT
               move il-trans-amnt       to ws-posting-amount
               move ws-map-sales-acct(ws-map-match-idx)
                                        to ws-lookup-account
               PERFORM 2600-POST-DEBIT
               move ws-line-tax         to ws-posting-amount
               move ws-map-tax-acct(ws-map-match-idx)
                                        to ws-lookup-account
               PERFORM 2600-POST-DEBIT
           else
               move ws-map-tender-acct(ws-map-match-idx)
                                        to ws-lookup-account
               PERFORM 2600-POST-DEBIT
               move il-trans-amnt       to ws-posting-amount
               move ws-map-sales-acct(ws-map-match-idx)
                                        to ws-lookup-account
               PERFORM 2610-POST-CREDIT
               move ws-line-tax         to ws-posting-amount
               move ws-map-tax-acct(ws-map-match-idx)
                                        to ws-lookup-account
               PERFORM 2610-POST-CREDIT
           end-if.
       2500-END.

       2600-POST-DEBIT.
           PERFORM 2620-FIND-OR-ADD-ACCOUNT.
           ADD ws-posting-amount        to ws-acct-debits(ws-acct-idx).
           ADD ws-posting-amount        to ws-total-debits.
       2600-END.

       2610-POST-CREDIT.
           PERFORM 2620-FIND-OR-ADD-ACCOUNT.
           ADD ws-posting-amount        to ws-acct-credits(ws-acct-idx).
           ADD ws-posting-amount        to ws-total-credits.
       2610-END.

      *    the search loop overshoots the match by one, so a hit is
      *    re-pointed at the entry itself before the caller adds.
       2620-FIND-OR-ADD-ACCOUNT.
           MOVE "N"                     to WS-ACCT-FOUND-SW.
           PERFORM 2630-CHECK-ACCT-ENTRY VARYING ws-acct-idx from 1 BY 1
               until ws-acct-idx > ws-acct-count
               or WS-ACCT-FOUND.
           if(WS-ACCT-FOUND) then
               SET ws-acct-idx          to ws-acct-match-idx
           else
               ADD 1                    to ws-acct-count
               SET ws-acct-idx          to ws-acct-count
               move ws-lookup-account   to ws-acct-number(ws-acct-idx)
           end-if.
       2620-END.

       2630-CHECK-ACCT-ENTRY.
           if(ws-acct-number(ws-acct-idx) = ws-lookup-account) then
               SET WS-ACCT-FOUND        to true
               SET ws-acct-match-idx    to ws-acct-idx
           end-if.
       2630-END.

      *    the line's position in the late file keys it, so an
      *    earlier attempt's lines are already there and are left
      *    as they are.  the late file carries no quantity -- each
      *    line is one unit at its amount.
       2700-RETAIN-LINE.
           SET ST-IDX                   to ws-late-store-idx.
           move ws-late-date            to SH-BUSINESS-DATE.
           move ws-late-store           to SH-STORE-NUMBER.
           SET SH-LATE                  to true.
           move ws-late-line-seq        to SH-SEQUENCE.
           move il-trans-code           to SH-TRANS-CODE.
           move il-trans-amnt           to SH-TRANS-AMNT.
           move il-type-of-payment      to SH-PAYMENT-TYPE.
           move il-num-of-invoice       to SH-INVOICE-NUMBER.
           move il-sku                  to SH-SKU.
           move ST-JURISDICTION-CODE(ST-IDX)
                                        to SH-JURISDICTION.
           move ws-line-tax             to SH-TAX-AMOUNT.
           move 1                       to SH-QUANTITY.
           move il-trans-amnt           to SH-UNIT-PRICE.
           move ws-late-date            to SH-SALE-DATE.
           WRITE SH-SALES-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
       2700-END.

      *    sales and layaways take the unit off the shelf, refunds
      *    put it back -- the same line moves the balance the
      *    nightly stream would have, one unit a line.
       2750-HOLD-SHELF-MOVE.
           MOVE "N"                     to WS-MOVE-FOUND-SW.
           PERFORM 2760-CHECK-MOVE-ENTRY VARYING ws-move-idx
               from 1 BY 1
               until ws-move-idx > ws-move-count
               or WS-MOVE-FOUND.
           if(NOT WS-MOVE-FOUND) then
               if(ws-move-count NOT < ws-move-max) then
                   move "LATE SHELF MOVE TABLE FULL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               ADD 1                    to ws-move-count
               move ws-move-count       to ws-move-match-idx
               move il-sku
                   to ws-move-sku(ws-move-match-idx)
               move il-trans-code
                   to ws-move-trans-code(ws-move-match-idx)
               move 0
                   to ws-move-quantity(ws-move-match-idx)
           end-if.
           ADD 1
               to ws-move-quantity(ws-move-match-idx).
       2750-END.

       2760-CHECK-MOVE-ENTRY.
           if(ws-move-sku(ws-move-idx) = il-sku) and
               (ws-move-trans-code(ws-move-idx) = il-trans-code) then
               SET WS-MOVE-FOUND        to true
               SET ws-move-match-idx    to ws-move-idx
           end-if.
       2760-END.

       2900-PRINT-LINE.
           move il-trans-code           to ws-trans-code.
           move il-trans-amnt           to ws-trans-amnt.
           move il-type-of-payment      to ws-typ-of-paymnt.
           move il-num-of-invoice       to ws-invc-num.
           move ws-line-tax             to ws-taxe.
           move ws-line-status          to ws-status-val.
           WRITE print-line from ws-repo-info
               after advancing 1 line.
       2900-END.

       2950-VERIFY-BALANCE.
           if(ws-total-debits NOT = ws-total-credits) then
               move "JOURNAL DEBITS AND CREDITS DO NOT BALANCE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       2950-END.

      *    open month or closed, the late totals go into the
      *    month-to-date files as they stand -- while the original
      *    month is open that is its own month, once it is closed it
      *    is the current one, which is what the adjustment is.
       3000-POST-SL-MTD.
           move 0                       to ws-mtd-count.
           MOVE "N"                     to WS-MTD-EOF-FLAG.
           OPEN INPUT sl-mtd-file.
           if(ws-sl-mtd-status = "00") then
               PERFORM 3010-LOAD-ONE-SL-MTD
                   UNTIL WS-MTD-EOF-FLAG = "Y"
               CLOSE sl-mtd-file
           end-if.
           move ws-sl-amount            to ws-mtd-add-amount.
           PERFORM 3200-ADD-TO-LATE-STORE.
           move ws-mtd-store-total(ws-mtd-match-idx)
                                        to ws-sl-mtd-now.
           OPEN OUTPUT sl-mtd-file.
           PERFORM 3020-WRITE-ONE-SL-MTD VARYING ws-mtd-idx
               from 1 BY 1
               until ws-mtd-idx > ws-mtd-count.
           CLOSE sl-mtd-file.
       3000-END.

       3010-LOAD-ONE-SL-MTD.
           READ sl-mtd-file
               AT END move "Y"          to WS-MTD-EOF-FLAG
               NOT AT END
                   ADD 1                to ws-mtd-count
                   SET ws-mtd-idx       to ws-mtd-count
                   move sl-mtd-store-number
                                   to ws-mtd-store-number(ws-mtd-idx)
                   move sl-mtd-store-total
                                   to ws-mtd-store-total(ws-mtd-idx)
           END-READ.
       3010-END.

       3020-WRITE-ONE-SL-MTD.
           move ws-mtd-store-number(ws-mtd-idx)
                                        to sl-mtd-store-number.
           move ws-mtd-store-total(ws-mtd-idx)
                                        to sl-mtd-store-total.
           WRITE sl-mtd-record.
       3020-END.

       3100-POST-RETURNS-MTD.
           move 0                       to ws-mtd-count.
           MOVE "N"                     to WS-MTD-EOF-FLAG.
           OPEN INPUT returns-mtd-file.
           if(ws-ret-mtd-status = "00") then
               PERFORM 3110-LOAD-ONE-RETURNS-MTD
                   UNTIL WS-MTD-EOF-FLAG = "Y"
               CLOSE returns-mtd-file
           end-if.
           move ws-ret-amount           to ws-mtd-add-amount.
           PERFORM 3200-ADD-TO-LATE-STORE.
           move ws-mtd-store-total(ws-mtd-match-idx)
                                        to ws-ret-mtd-now.
           OPEN OUTPUT returns-mtd-file.
           PERFORM 3120-WRITE-ONE-RETURNS-MTD VARYING ws-mtd-idx
               from 1 BY 1
               until ws-mtd-idx > ws-mtd-count.
           CLOSE returns-mtd-file.
       3100-END.

       3110-LOAD-ONE-RETURNS-MTD.
           READ returns-mtd-file
               AT END move "Y"          to WS-MTD-EOF-FLAG
               NOT AT END
                   ADD 1                to ws-mtd-count
                   SET ws-mtd-idx       to ws-mtd-count
                   move ret-mtd-store-number
                                   to ws-mtd-store-number(ws-mtd-idx)
                   move ret-mtd-store-total
                                   to ws-mtd-store-total(ws-mtd-idx)
           END-READ.
       3110-END.

       3120-WRITE-ONE-RETURNS-MTD.
           move ws-mtd-store-number(ws-mtd-idx)
                                        to ret-mtd-store-number.
           move ws-mtd-store-total(ws-mtd-idx)
                                        to ret-mtd-store-total.
           WRITE ret-mtd-record.
       3120-END.

      *    a store with no line yet this month -- a first day, or
      *    the day after a close -- gets one.
       3200-ADD-TO-LATE-STORE.
           MOVE "N"                     to WS-MTD-FOUND-SW.
           PERFORM 3210-CHECK-MTD-ENTRY VARYING ws-mtd-idx
               from 1 BY 1
               until ws-mtd-idx > ws-mtd-count
               or WS-MTD-FOUND.
           if(NOT WS-MTD-FOUND) then
               ADD 1                    to ws-mtd-count
               move ws-mtd-count        to ws-mtd-match-idx
               move ws-late-store
                   to ws-mtd-store-number(ws-mtd-match-idx)
               move 0
                   to ws-mtd-store-total(ws-mtd-match-idx)
           end-if.
           ADD ws-mtd-add-amount
               to ws-mtd-store-total(ws-mtd-match-idx).
       3200-END.

       3210-CHECK-MTD-ENTRY.
           if(ws-mtd-store-number(ws-mtd-idx) = ws-late-store) then
               SET WS-MTD-FOUND         to true
               SET ws-mtd-match-idx     to ws-mtd-idx
           end-if.
       3210-END.

      *    the inventory update checks each SKU against its own
      *    master when it takes the moves, as it does the nightly
      *    lines -- an unapplied date of zero marks them as waiting.
       3300-WRITE-SHELF-MOVES.
           OPEN INPUT late-move-file.
           if(ws-latemove-status = "00") then
               CLOSE late-move-file
               OPEN EXTEND late-move-file
           else
               OPEN OUTPUT late-move-file
           end-if.
           PERFORM 3310-WRITE-ONE-SHELF-MOVE VARYING ws-move-idx
               from 1 BY 1
               until ws-move-idx > ws-move-count.
           CLOSE late-move-file.
       3300-END.

       3310-WRITE-ONE-SHELF-MOVE.
           move ws-late-store           to LM-STORE-NUMBER.
           move ws-move-sku(ws-move-idx) to LM-SKU.
           move ws-move-trans-code(ws-move-idx)
                                        to LM-TRANS-CODE.
           move ws-move-quantity(ws-move-idx)
                                        to LM-QUANTITY.
           move ws-late-date            to LM-LATE-DATE.
           move ws-run-date             to LM-POSTED-DATE.
           move 0                       to LM-APPLIED-DATE.
           WRITE LM-MOVE-RECORD.
       3310-END.

      *    written even when every line bounced, so the GL team
      *    always has a batch to account for.
       4000-WRITE-VOUCHER.
           OPEN OUTPUT voucher-file.
           move ws-gl-batch-date        to ws-vh-batch-date.
           move ws-gl-batch-name        to ws-vh-batch-name.
           write voucher-line from ws-voucher-header.
           PERFORM 4010-WRITE-ONE-ACCOUNT-LINE VARYING ws-acct-idx
               from 1 BY 1
               until ws-acct-idx > ws-acct-count.
           move ws-voucher-lines        to ws-vt-line-count.
           move ws-total-debits         to ws-vt-total-debits.
           move ws-total-credits        to ws-vt-total-credits.
           write voucher-line from ws-voucher-trailer
               after advancing 1 line.
           CLOSE voucher-file.
       4000-END.

       4010-WRITE-ONE-ACCOUNT-LINE.
           move ws-acct-number(ws-acct-idx)  to ws-vd-account.
           move ws-acct-debits(ws-acct-idx)  to ws-vd-debit.
           move ws-acct-credits(ws-acct-idx) to ws-vd-credit.
           write voucher-line from ws-voucher-detail
               after advancing 1 line.
           ADD 1                        to ws-voucher-lines.
       4010-END.

       5000-PRINT-TOTALS.
           move "  S&L LINES POSTED               : "
                                        to ws-cl-label.
           move ws-sl-count             to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 2 line.
           move "  S&L AMOUNT POSTED              : "
                                        to ws-al-label.
           move ws-sl-amount            to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  S&L TAX POSTED                 : "
                                        to ws-al-label.
           move ws-sl-tax               to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  RETURN LINES POSTED            : "
                                        to ws-cl-label.
           move ws-ret-count            to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 2 line.
           move "  RETURN AMOUNT POSTED           : "
                                        to ws-al-label.
           move ws-ret-amount           to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  RETURN TAX REVERSED            : "
                                        to ws-al-label.
           move ws-ret-tax              to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  LINES REJECTED                 : "
                                        to ws-cl-label.
           move ws-rejected-count       to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 2 line.
           move "  S&L MONTH-TO-DATE NOW          : "
                                        to ws-al-label.
           move ws-sl-mtd-now           to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 2 line.
           move "  RETURNS MONTH-TO-DATE NOW      : "
                                        to ws-al-label.
           move ws-ret-mtd-now          to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move ws-gl-batch-name        to ws-bl-name.
           move ws-gl-batch-date        to ws-bl-date.
           WRITE print-line from ws-batch-line
               after advancing 2 line.
       5000-END.

      *    one line for each side the nightly passes would have
      *    written, under the original business date and marked as
      *    a late posting for the store, so a reconciliation of that
      *    day sees what arrived after it closed.
       6000-APPEND-AUDIT-RECORDS.
           OPEN INPUT audit-file.
           if(ws-audit-status = "00") then
               CLOSE audit-file
               OPEN EXTEND audit-file
           else
               OPEN OUTPUT audit-file
           end-if.
           move ws-late-date            to AUDIT-RUN-DATE.
           ACCEPT AUDIT-RUN-TIME        from TIME.
           SET AUDIT-LATE-POSTING       to true.
           move ws-late-store-x         to AUDIT-LATE-STORE.
           move "PROGRAM1"              to AUDIT-PROGRAM-ID.
           move ws-sl-count             to AUDIT-RECORD-COUNT.
           move ws-sl-tax               to AUDIT-TOTAL-TAX.
           move ws-sl-amount            to AUDIT-TOTAL-AMOUNT.
           WRITE audit-record from AUDIT-DETAIL-LINE.
           move "PROGRAM4"              to AUDIT-PROGRAM-ID.
           move ws-ret-count            to AUDIT-RECORD-COUNT.
           move ws-ret-tax              to AUDIT-TOTAL-TAX.
           move ws-ret-amount           to AUDIT-TOTAL-AMOUNT.
           WRITE audit-record from AUDIT-DETAIL-LINE.
           CLOSE audit-file.
       6000-END.

      *    the run dies before the month-to-date files, the voucher
      *    or the audit trail are touched -- a rerun after the fault
      *    is fixed picks up its own earlier history entries.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM28 FILE CONTROL FAILURE: "
               ws-abend-reason.
           DISPLAY "  LATE STORE:          " ws-late-store.
           DISPLAY "  LATE BUSINESS DATE:  " ws-late-date.
           DISPLAY "  DETAIL RECORDS READ: " ws-detail-read-count.
           if(WS-INPUT-OPEN) then
               CLOSE late-input-file
           end-if.
           if(WS-HIST-OPEN) then
               CLOSE invoice-history-file
           end-if.
           if(WS-SHIST-OPEN) then
               CLOSE sales-history-file
           end-if.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           CLOSE late-input-file output-file invoice-history-file.
           CLOSE sales-history-file.
       9999-END.

       END PROGRAM Program28.
