       identification division.
       program-id. Program33.
       author.Smit Patel. Devansh Patel.

      *    invoice history integrity -- the keyed sales invoice
      *    history is what every refund is approved against, and it
      *    is updated in place by half the nightly suite.  before
      *    the edit pass touches it, the whole file is read end to
      *    end, every record is checked for the damage a half-done
      *    refund update or a bad reload leaves behind, and a
      *    sequential backup is written with its control totals --
      *    record count, total amount, refunded and disputed
      *    counts.  the backup is read back and proven against its
      *    trailer and the live totals before it is kept as the
      *    last good backup.  any damage ends the run with RC 12,
      *    and the job-stream driver stops the night there.
      *
      *    in rebuild mode (set by operations on the utility mode
      *    file) the history is first reloaded from the last good
      *    backup, or the one named, and the days since are played
      *    back onto it from the retained sales history and the
      *    dated chargeback posting files.  the rebuilt file then
      *    goes through the same backup and verification.
       environment division.
       input-output section.
       file-control.
      *    the keyed sales invoice history -- read in key order for
      *    the backup, reloaded and replayed onto for a rebuild.
           select invoice-history-file
               assign "../../../data/SalesInvoiceHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is IH-INVOICE-NUMBER
               file status is ws-invhist-status.
      *
      *    tonight's backup is written here first, and only copied
      *    to its dated name once it has been proven.
           select backup-work-file
               assign "../../../data/HistoryBackupWork.dat"
               organization is line sequential
               file status is ws-bkwork-status.
      *
      *    the dated backups -- kept, like the month-end archives,
      *    so a rebuild can start from any good night.
           select backup-file
               assign to dynamic ws-backup-file-name
               organization is line sequential
               file status is ws-backup-status.
      *
      *    the date and control totals of the last backup proven
      *    good -- the default starting point for a rebuild.
           select backup-control-file
               assign "../../../data/HistoryBackupControl.dat"
               organization is line sequential
               file status is ws-bkctl-status.
      *
      *    keyed by operations when the history must be rebuilt --
      *    no file, or mode B, is the ordinary nightly backup.
           select utility-mode-file
               assign "../../../data/history_utility_mode.dat"
               organization is line sequential
               file status is ws-mode-status.
      *
      *    every store ever on the master, closed ones included --
      *    a closed store's sales stay on the history until aged.
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
      *    the retained sales history -- the sales and refunds of
      *    each night and each late posting, played back in date
      *    order for a rebuild.
           select sales-history-file
               assign "../../../data/SalesHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is SH-HISTORY-KEY
               file status is ws-saleshist-status.
      *
      *    each night's matched chargebacks, as the chargeback pass
      *    posted them -- the disputes played back for a rebuild.
           select posting-file
               assign to dynamic ws-posting-file-name
               organization is line sequential
               file status is ws-posting-status.
      *
      *    how many days a sale stays refundable -- nothing older
      *    than the window is played back.
           select return-window-file
               assign "../../../data/return_window.dat"
               organization is line sequential
               file status is ws-window-status.
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
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd backup-work-file
           record contains 49 characters
           data record is backup-work-record.
      *
       01 backup-work-record           pic x(49).
      *
       fd backup-file
           record contains 49 characters
           data record is backup-record.
      *
       01 backup-record                pic x(49).
      *
       fd backup-control-file
           record contains 48 characters
           data record is backup-control-record.
      *
       01 backup-control-record.
           05 hc-backup-date           pic 9(6).
           05 hc-record-count          pic 9(9).
           05 hc-amount-total          pic 9(13)V99.
           05 hc-refunded-count        pic 9(9).
           05 hc-disputed-count        pic 9(9).
      *
       fd utility-mode-file
           record contains 7 characters
           data record is utility-mode-record.
      *
       01 utility-mode-record.
           05 hm-mode                  pic X.
           05 hm-backup-date           pic 9(6).
      *
       fd store-master-file
           data record is SM-STORE-RECORD.
      *
           COPY STORMAST.
      *
       fd sales-history-file
           record contains 78 characters
           data record is SH-SALES-RECORD.
      *
           COPY SALESHST.
      *
       fd posting-file
           record contains 34 characters
           data record is CP-POSTING-RECORD.
      *
           COPY CBPOST.
      *
       fd return-window-file
           record contains 3 characters
           data record is window-record.
      *
       01 window-record.
           05 rw-window-days           pic 9(3).
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
           05 WS-HIST-EOF-FLAG          pic X value "N".
           05 WS-BK-EOF-FLAG            pic X value "N".
           05 WS-SM-EOF-FLAG            pic X value "N".
           05 WS-SH-EOF-FLAG            pic X value "N".
           05 WS-CP-EOF-FLAG            pic X value "N".
           05 ws-invhist-status         pic XX.
           05 ws-bkwork-status          pic XX.
           05 ws-backup-status          pic XX.
           05 ws-bkctl-status           pic XX.
           05 ws-mode-status            pic XX.
           05 ws-saleshist-status       pic XX.
           05 ws-posting-status         pic XX.
           05 ws-window-status          pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-REBUILD-MODE-SW        pic X value "N".
               88 WS-REBUILD-MODE           value "Y".
           05 WS-CONTROL-FOUND-SW       pic X value "N".
               88 WS-CONTROL-FOUND          value "Y".
           05 WS-HIST-OPEN-SW           pic X value "N".
               88 WS-HIST-OPEN              value "Y".
           05 WS-SHIST-OPEN-SW          pic X value "N".
               88 WS-SHIST-OPEN             value "Y".
           05 WS-HISTORY-DAMAGED-SW     pic X value "N".
               88 WS-HISTORY-DAMAGED        value "Y".
           05 WS-BACKUP-FAILED-SW       pic X value "N".
               88 WS-BACKUP-FAILED          value "Y".
           05 WS-RECORD-CLEAN-SW        pic X value "Y".
               88 WS-RECORD-CLEAN           value "Y".
           05 WS-DATES-USABLE-SW        pic X value "Y".
               88 WS-DATES-USABLE           value "Y".
           05 WS-STORE-FOUND-SW         pic X value "N".
               88 WS-STORE-FOUND            value "Y".
           05 WS-TRAILER-SEEN-SW        pic X value "N".
               88 WS-TRAILER-SEEN           value "Y".
           05 WS-PENDING-SALE-SW        pic X value "N".
               88 WS-PENDING-SALE           value "Y".

      *    posted return window, read at initialize -- a missing or
      *    unreadable window file falls back to the default rather
      *    than stopping the nightly stream.
       77 ws-default-window-days      pic 9(3) value 90.

      *    a badly damaged file could list every record -- past
      *    this many the exceptions are counted, not printed.
       77 ws-max-exception-lines      pic 9(4) value 500.

           COPY STABLE.

      *    the backup record is built and read back here, where the
      *    header and trailer views can be used, and written FROM.
           COPY HISTBKUP.

      *    a backup detail seen as the history record it carries.
       01 ws-backup-detail.
           05 bkd-invoice-number       pic X(9).
           05 bkd-store-number         pic 99.
           05 bkd-amount               pic 9(5)V99.
           05 bkd-sku                  pic X(15).
           05 bkd-sale-date            pic 9(6).
           05 bkd-refund-status        pic X.
               88 bkd-refunded             value "R".
               88 bkd-disputed             value "D".
           05 bkd-refund-date          pic 9(6).
           05 bkd-payment-type         pic XX.

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.
           05 ws-backup-file-name      pic x(60) value spaces.
           05 ws-posting-file-name     pic x(60) value spaces.
           05 ws-abend-reason          pic x(40) value spaces.

      *    totals of the history as it was read tonight.
       01 ws-live-totals.
           05 ws-live-count            pic 9(9) value 0.
           05 ws-live-amount           pic 9(13)V99 value 0.
           05 ws-live-refunded         pic 9(9) value 0.
           05 ws-live-disputed         pic 9(9) value 0.
           05 ws-prev-invoice          pic X(9) value low-values.

      *    totals of a backup as it was read back.
       01 ws-backup-totals.
           05 ws-bk-count              pic 9(9) value 0.
           05 ws-bk-amount             pic 9(13)V99 value 0.
           05 ws-bk-refunded           pic 9(9) value 0.
           05 ws-bk-disputed           pic 9(9) value 0.
           05 ws-bk-expect-count       pic 9(9) value 0.
           05 ws-bk-expect-amount      pic 9(13)V99 value 0.
           05 ws-bk-expect-refunded    pic 9(9) value 0.
           05 ws-bk-expect-disputed    pic 9(9) value 0.
           05 ws-bk-written            pic 9(9) value 0.
           05 ws-bk-copied             pic 9(9) value 0.

       01 ws-exception-counts.
           05 ws-exception-count       pic 9(9) value 0.
           05 ws-damaged-count         pic 9(9) value 0.
           05 ws-exception-lines       pic 9(4) value 0.
           05 ws-exception-reason      pic x(37) value spaces.
           05 ws-verify-message        pic x(60) value spaces.

      *    the last good backup, as the control file records it.
       01 ws-control-fields.
           05 ws-ctl-date              pic 9(6) value 0.
           05 ws-ctl-count             pic 9(9) value 0.
           05 ws-ctl-amount            pic 9(13)V99 value 0.
           05 ws-ctl-refunded          pic 9(9) value 0.
           05 ws-ctl-disputed          pic 9(9) value 0.

       01 ws-rebuild-fields.
           05 ws-rebuild-date          pic 9(6) value 0.
           05 ws-rb-loaded             pic 9(9) value 0.
           05 ws-rb-duplicates         pic 9(9) value 0.
           05 ws-rp-sales-added        pic 9(9) value 0.
           05 ws-rp-sales-present      pic 9(9) value 0.
           05 ws-rp-refunds-marked     pic 9(9) value 0.
           05 ws-rp-refunds-present    pic 9(9) value 0.
           05 ws-rp-refunds-no-sale    pic 9(9) value 0.
           05 ws-rp-cb-files           pic 9(9) value 0.
           05 ws-rp-cb-marked          pic 9(9) value 0.
           05 ws-rp-cb-present         pic 9(9) value 0.
           05 ws-rp-cb-no-sale         pic 9(9) value 0.

      *    an itemized invoice is retained one line per SKU but sits
      *    on the history as one sale for its whole total -- its
      *    lines are gathered here before the sale is played back.
       01 ws-pending-invoice.
           05 ws-ps-invoice            pic X(9) value spaces.
           05 ws-ps-date               pic 9(6) value 0.
           05 ws-ps-store              pic 99 value 0.
           05 ws-ps-amount             pic 9(5)V99 value 0.
           05 ws-ps-sku                pic X(15) value spaces.
           05 ws-ps-payment            pic XX value spaces.

       01 ws-work-fields.
           05 ws-window-days           pic 9(3) value 0.
           05 ws-leap-quotient         pic 9(2) value 0.
           05 ws-leap-remainder        pic 9(2) value 0.
           05 ws-rp-month-days         pic 9(2) value 0.

      *    the oldest still-refundable sale date -- the business
      *    date walked back through the calendar by the posted
      *    window, exactly as the edit pass computes its cutoff.
       01 ws-cutoff-date.
           05 ws-co-year               pic 9(2).
           05 ws-co-month              pic 9(2).
           05 ws-co-day                pic 9(2).

       01 ws-cutoff-date-n REDEFINES ws-cutoff-date
                                       pic 9(6).

      *    the day whose chargeback posting file is being played
      *    back -- walked forward from the backup date.
       01 ws-replay-date.
           05 ws-rp-year               pic 9(2).
           05 ws-rp-month              pic 9(2).
           05 ws-rp-day                pic 9(2).

       01 ws-replay-date-n REDEFINES ws-replay-date
                                       pic 9(6).

      *    days in each month of a normal year -- February is
      *    corrected for leap years as the date is walked.
       01 ws-days-in-month-values.
           05 filler                   pic x(24) value
               "312831303130313130313031".

       01 ws-days-in-month-table REDEFINES ws-days-in-month-values.
           05 ws-days-in-month OCCURS 12 TIMES
                   pic 99.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "HISTORY INTEGRITY REPORT".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-date-line.
           05 filler                   pic x(17)
               value "  BUSINESS DATE  ".
           05 ws-dl-date               pic 9(6).
           05 filler                   pic x(50) value spaces.

       01 ws-backup-date-line.
           05 filler                   pic x(35)
               value "  BACKUP DATE                    : ".
           05 filler                   pic x(5)  value spaces.
           05 ws-bd-date               pic 9(6).
           05 filler                   pic x(27) value spaces.

       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-sec-title             pic x(40).
           05 filler                   pic x(31) value spaces.

       01 ws-exception-heading.
           05 filler                   pic X(13) value "  Invoice".
           05 filler                   pic X(4)  value "St".
           05 filler                   pic X(8)  value "Sold".
           05 filler                   pic X(3)  value "S".
           05 filler                   pic X(8)  value "Refund".
           05 filler                   pic X(37) value "Exception".

       01 ws-exception-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-ex-invoice            pic x(9).
           05 filler                   pic x(2)  value spaces.
           05 ws-ex-store              pic x(2).
           05 filler                   pic x(2)  value spaces.
           05 ws-ex-sale-date          pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-ex-status             pic x.
           05 filler                   pic x(2)  value spaces.
           05 ws-ex-refund-date        pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-ex-reason             pic x(37).

       01 ws-message-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-msg-text              pic x(60).
           05 filler                   pic x(9)  value spaces.

       01 ws-count-line.
           05 ws-cl-label              pic x(35).
           05 ws-cl-count              pic zzz,zzz,zz9.
           05 filler                   pic x(27) value spaces.

       01 ws-amount-line.
           05 ws-al-label              pic x(35).
           05 ws-al-amount             pic z,zzz,zzz,zzz,zz9.99.
           05 filler                   pic x(18) value spaces.

       01 ws-result-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-rs-text               pic x(71).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           if(WS-REBUILD-MODE) then
               PERFORM 3000-REBUILD-HISTORY
           end-if.
           PERFORM 4000-BACKUP-HISTORY.
           PERFORM 5000-VERIFY-BACKUP.
           PERFORM 6000-KEEP-GOOD-BACKUP.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9999-CLOSE-OUT.
           DISPLAY "PROGRAM33 HISTORY INTEGRITY - RECORDS: "
               ws-live-count " EXCEPTIONS: " ws-exception-count.
           if(WS-HISTORY-DAMAGED or WS-BACKUP-FAILED) then
               DISPLAY "  HISTORY DAMAGED - STREAM MUST NOT RUN"
               MOVE 12                  to RETURN-CODE
           else
               DISPLAY "  HISTORY VERIFIED - BACKUP "
                   ws-run-date " KEPT"
               MOVE 0                   to RETURN-CODE
           end-if.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/HistoryIntegrity_" ws-run-date
               ".out"
               delimited by size into ws-report-file-name.
           PERFORM 0044-READ-RETURN-WINDOW.
           PERFORM 0045-COMPUTE-RETURN-CUTOFF.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 0100-READ-UTILITY-MODE.
           PERFORM 0110-READ-BACKUP-CONTROL.
           OPEN OUTPUT output-file.
           PERFORM 1300-PRINT-HEADINGS.
       1000-END.

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
           move ws-run-date             to ws-cutoff-date-n.
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

      *    the replay walks forward a day at a time, under the same
      *    calendar and leap rule as the cutoff walks back.
       0048-INCREMENT-REPLAY-DATE.
           move ws-days-in-month(ws-rp-month) to ws-rp-month-days.
           if(ws-rp-month = 2) then
               DIVIDE ws-rp-year BY 4
                   GIVING ws-leap-quotient
                   REMAINDER ws-leap-remainder
               if(ws-leap-remainder = 0) then
                   move 29              to ws-rp-month-days
               end-if
           end-if.
           if(ws-rp-day < ws-rp-month-days) then
               ADD 1                    to ws-rp-day
           else
               move 1                   to ws-rp-day
               if(ws-rp-month = 12) then
                   move 1               to ws-rp-month
                   ADD 1                to ws-rp-year
               else
                   ADD 1                to ws-rp-month
               end-if
           end-if.
       0048-END.

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
           ADD 1                        to ST-STORE-COUNT.
           SET ST-IDX                   to ST-STORE-COUNT.
           move SM-STORE-NUMBER         to ST-STORE-NUMBER(ST-IDX).
           move SM-JURISDICTION-CODE    to
               ST-JURISDICTION-CODE(ST-IDX).
           move SM-TAX-RATE             to ST-TAX-RATE(ST-IDX).
           move SM-STORE-NAME           to ST-STORE-NAME(ST-IDX).
           move SM-STORE-STATUS         to ST-STORE-STATUS(ST-IDX).
           PERFORM 0060-READ-STORE-MASTER.
       0070-END.

      *    rebuild is asked for with mode R, and a backup date if
      *    it is not to be the last good one.
       0100-READ-UTILITY-MODE.
           OPEN INPUT utility-mode-file.
           if(ws-mode-status = "00") then
               READ utility-mode-file
                   AT END CONTINUE
               END-READ
               if(ws-mode-status = "00") and (hm-mode = "R") then
                   SET WS-REBUILD-MODE  to true
                   if(hm-backup-date NUMERIC) then
                       move hm-backup-date
                                        to ws-rebuild-date
                   end-if
               end-if
               CLOSE utility-mode-file
           end-if.
       0100-END.

       0110-READ-BACKUP-CONTROL.
           OPEN INPUT backup-control-file.
           if(ws-bkctl-status = "00") then
               READ backup-control-file
                   AT END CONTINUE
               END-READ
               if(ws-bkctl-status = "00") and
                   (hc-backup-date NUMERIC) then
                   SET WS-CONTROL-FOUND to true
                   move hc-backup-date  to ws-ctl-date
                   move hc-record-count to ws-ctl-count
                   move hc-amount-total to ws-ctl-amount
                   move hc-refunded-count
                                        to ws-ctl-refunded
                   move hc-disputed-count
                                        to ws-ctl-disputed
               end-if
               CLOSE backup-control-file
           end-if.
       0110-END.

       1300-PRINT-HEADINGS.
           WRITE print-line from ws-r-heading.
           move ws-run-date             to ws-dl-date.
           WRITE print-line from ws-date-line
               after advancing 2 line.
       1300-END.

      *===========================================================
      *    rebuild -- the backup is proven in full before the live
      *    file is touched, so a bad backup stops the run with the
      *    history exactly as operations found it.
      *===========================================================
       3000-REBUILD-HISTORY.
           if(ws-rebuild-date = 0) then
               if(NOT WS-CONTROL-FOUND) then
                   move "NO GOOD BACKUP ON RECORD TO REBUILD FROM"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               move ws-ctl-date         to ws-rebuild-date
           end-if.
           if(ws-rebuild-date > ws-run-date) then
               move "REBUILD BACKUP DATE AFTER BUSINESS DATE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move spaces                  to ws-backup-file-name.
           string "../../../data/HistoryBackup_" ws-rebuild-date
               ".dat"
               delimited by size into ws-backup-file-name.
           PERFORM 3100-PROVE-REBUILD-BACKUP.
           PERFORM 3200-RELOAD-FROM-BACKUP.
           PERFORM 3300-REPLAY-SALES-HISTORY.
           PERFORM 3400-REPLAY-CHARGEBACKS.
           CLOSE invoice-history-file.
           MOVE "N"                     to WS-HIST-OPEN-SW.
           PERFORM 3900-PRINT-REBUILD-SECTION.
       3000-END.

       3100-PROVE-REBUILD-BACKUP.
           OPEN INPUT backup-file.
           if(ws-backup-status NOT = "00") then
               move "REBUILD BACKUP FILE NOT FOUND"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 3110-READ-BACKUP-HEADER.
           if(HB-BACKUP-DATE NOT = ws-rebuild-date) then
               move "REBUILD BACKUP HEADER DATE WRONG"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 0900-CLEAR-BACKUP-TOTALS.
           PERFORM 3120-PROVE-ONE-RECORD
               UNTIL WS-BK-EOF-FLAG = "Y".
           CLOSE backup-file.
           if(NOT WS-TRAILER-SEEN) then
               move "REBUILD BACKUP HAS NO TRAILER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-bk-count NOT = ws-bk-expect-count) or
               (ws-bk-amount NOT = ws-bk-expect-amount) or
               (ws-bk-refunded NOT = ws-bk-expect-refunded) or
               (ws-bk-disputed NOT = ws-bk-expect-disputed) then
               move "REBUILD BACKUP DISAGREES WITH TRAILER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(WS-CONTROL-FOUND) and
               (ws-rebuild-date = ws-ctl-date) then
               if(ws-bk-count NOT = ws-ctl-count) or
                   (ws-bk-amount NOT = ws-ctl-amount) or
                   (ws-bk-refunded NOT = ws-ctl-refunded) or
                   (ws-bk-disputed NOT = ws-ctl-disputed) then
                   move "REBUILD BACKUP DISAGREES WITH CONTROL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
           end-if.
       3100-END.

       3110-READ-BACKUP-HEADER.
           MOVE "N"                     to WS-BK-EOF-FLAG.
           MOVE "N"                     to WS-TRAILER-SEEN-SW.
           READ backup-file into HB-BACKUP-RECORD
               AT END
                   move "REBUILD BACKUP FILE EMPTY"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           if(NOT HB-HEADER-RECORD) then
               move "REBUILD BACKUP HAS NO HEADER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       3110-END.

       3120-PROVE-ONE-RECORD.
           READ backup-file into HB-BACKUP-RECORD
               AT END move "Y"          to WS-BK-EOF-FLAG
               NOT AT END PERFORM 0910-TALLY-BACKUP-RECORD
           END-READ.
       3120-END.

      *    the live file is emptied and loaded from the backup as
      *    it stands -- records past the return window come back
      *    too, and are aged off again by the history sweep.
       3200-RELOAD-FROM-BACKUP.
           OPEN OUTPUT invoice-history-file.
           if(ws-invhist-status NOT = "00") then
               move "HISTORY FILE CANNOT BE RECREATED"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           SET WS-HIST-OPEN             to true.
           OPEN INPUT backup-file.
           PERFORM 3110-READ-BACKUP-HEADER.
           PERFORM 3210-LOAD-ONE-RECORD
               UNTIL WS-BK-EOF-FLAG = "Y".
           CLOSE backup-file.
           CLOSE invoice-history-file.
           OPEN I-O invoice-history-file.
           if(ws-invhist-status NOT = "00") then
               MOVE "N"                 to WS-HIST-OPEN-SW
               move "RELOADED HISTORY CANNOT BE REOPENED"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       3200-END.

       3210-LOAD-ONE-RECORD.
           READ backup-file into HB-BACKUP-RECORD
               AT END move "Y"          to WS-BK-EOF-FLAG
               NOT AT END
                   if(HB-DETAIL-RECORD) then
                       move HB-RECORD-DATA
                                        to IH-INVOICE-RECORD
                       WRITE IH-INVOICE-RECORD
                           INVALID KEY ADD 1 to ws-rb-duplicates
                           NOT INVALID KEY ADD 1 to ws-rb-loaded
                       END-WRITE
                   end-if
           END-READ.
       3210-END.

      *    every retained line inside the return window is played
      *    back, whatever night it was retained -- a sale already
      *    on the reloaded file stays as it is, and a refund only
      *    marks a sale still open, so lines the backup already
      *    reflects change nothing.  sales go back under the day
      *    the store rang them, as the nightly, release and late
      *    passes first wrote them -- not the night they were
      *    retained.
       3300-REPLAY-SALES-HISTORY.
           OPEN INPUT sales-history-file.
           if(ws-saleshist-status = "35") then
               move "Y"                 to WS-SH-EOF-FLAG
           else
               if(ws-saleshist-status NOT = "00") then
                   move "SALES HISTORY FILE OPEN FAILURE"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               SET WS-SHIST-OPEN        to true
               move ws-cutoff-date-n    to SH-BUSINESS-DATE
               move 0                   to SH-STORE-NUMBER
               move spaces              to SH-SOURCE
               move 0                   to SH-SEQUENCE
               START sales-history-file
                   KEY IS NOT LESS THAN SH-HISTORY-KEY
                   INVALID KEY move "Y" to WS-SH-EOF-FLAG
               END-START
           end-if.
           PERFORM 3310-REPLAY-ONE-LINE
               UNTIL WS-SH-EOF-FLAG = "Y".
           PERFORM 3330-PLAY-PENDING-SALE.
           if(WS-SHIST-OPEN) then
               CLOSE sales-history-file
               MOVE "N"                 to WS-SHIST-OPEN-SW
           end-if.
       3300-END.

       3310-REPLAY-ONE-LINE.
           READ sales-history-file NEXT RECORD
               AT END move "Y"          to WS-SH-EOF-FLAG
               NOT AT END PERFORM 3320-CLASSIFY-SH-LINE
           END-READ.
       3310-END.

       3320-CLASSIFY-SH-LINE.
           if(SH-BUSINESS-DATE > ws-run-date) then
               CONTINUE
           else if(SH-TRANS-CODE = "S" or SH-TRANS-CODE = "L") then
               if(WS-PENDING-SALE) and
                   (SH-INVOICE-NUMBER = ws-ps-invoice) and
                   (SH-SALE-DATE = ws-ps-date) then
                   ADD SH-TRANS-AMNT    to ws-ps-amount
               else
                   PERFORM 3330-PLAY-PENDING-SALE
                   PERFORM 3325-START-PENDING-SALE
               end-if
           else if(SH-TRANS-CODE = "R") then
               PERFORM 3330-PLAY-PENDING-SALE
               PERFORM 3340-PLAY-REFUND
           end-if.
       3320-END.

       3325-START-PENDING-SALE.
           move SH-INVOICE-NUMBER       to ws-ps-invoice.
           move SH-SALE-DATE            to ws-ps-date.
           move SH-STORE-NUMBER         to ws-ps-store.
           move SH-TRANS-AMNT           to ws-ps-amount.
           move SH-SKU                  to ws-ps-sku.
           move SH-PAYMENT-TYPE         to ws-ps-payment.
           SET WS-PENDING-SALE          to true.
       3325-END.

       3330-PLAY-PENDING-SALE.
           if(WS-PENDING-SALE) then
               move ws-ps-invoice       to IH-INVOICE-NUMBER
               move ws-ps-store         to IH-STORE-NUMBER
               move ws-ps-amount        to IH-AMOUNT
               move ws-ps-sku           to IH-SKU
               move ws-ps-date          to IH-SALE-DATE
               SET IH-NOT-REFUNDED      to true
               move 0                   to IH-REFUND-DATE
               move ws-ps-payment       to IH-PAYMENT-TYPE
               WRITE IH-INVOICE-RECORD
                   INVALID KEY ADD 1    to ws-rp-sales-present
                   NOT INVALID KEY ADD 1
                                        to ws-rp-sales-added
               END-WRITE
               MOVE "N"                 to WS-PENDING-SALE-SW
           end-if.
       3330-END.

       3340-PLAY-REFUND.
           move SH-INVOICE-NUMBER       to IH-INVOICE-NUMBER.
           READ invoice-history-file
               INVALID KEY ADD 1        to ws-rp-refunds-no-sale
               NOT INVALID KEY
                   if(IH-NOT-REFUNDED) then
                       SET IH-REFUNDED  to true
                       move SH-BUSINESS-DATE
                                        to IH-REFUND-DATE
                       REWRITE IH-INVOICE-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1            to ws-rp-refunds-marked
                   else
                       ADD 1            to ws-rp-refunds-present
                   end-if
           END-READ.
       3340-END.

      *    the chargeback pass only disputes a sale still open, so
      *    its postings are played back after the refunds -- a
      *    posting against a sale refunded first was a double loss
      *    and left the sale refunded.
       3400-REPLAY-CHARGEBACKS.
           move ws-rebuild-date         to ws-replay-date-n.
           PERFORM 3410-REPLAY-ONE-DAY
               UNTIL ws-replay-date-n > ws-run-date.
       3400-END.

       3410-REPLAY-ONE-DAY.
           move spaces                  to ws-posting-file-name.
           string "../../../data/ChargebackPosting_" ws-replay-date-n
               ".out"
               delimited by size into ws-posting-file-name.
           OPEN INPUT posting-file.
           if(ws-posting-status = "00") then
               ADD 1                    to ws-rp-cb-files
               MOVE "N"                 to WS-CP-EOF-FLAG
               PERFORM 3420-REPLAY-ONE-POSTING
                   UNTIL WS-CP-EOF-FLAG = "Y"
               CLOSE posting-file
           end-if.
           PERFORM 0048-INCREMENT-REPLAY-DATE.
       3410-END.

       3420-REPLAY-ONE-POSTING.
           READ posting-file
               AT END move "Y"          to WS-CP-EOF-FLAG
               NOT AT END
                   if(NOT CP-TRAILER-RECORD) then
                       PERFORM 3430-PLAY-CHARGEBACK
                   end-if
           END-READ.
       3420-END.

       3430-PLAY-CHARGEBACK.
           move CP-INVOICE-NUMBER       to IH-INVOICE-NUMBER.
           READ invoice-history-file
               INVALID KEY ADD 1        to ws-rp-cb-no-sale
               NOT INVALID KEY
                   if(IH-NOT-REFUNDED) then
                       SET IH-DISPUTED  to true
                       move ws-replay-date-n
                                        to IH-REFUND-DATE
                       REWRITE IH-INVOICE-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1            to ws-rp-cb-marked
                   else
                       ADD 1            to ws-rp-cb-present
                   end-if
           END-READ.
       3430-END.

       3900-PRINT-REBUILD-SECTION.
           move "REBUILT FROM BACKUP"   to ws-sec-title.
           WRITE print-line from ws-section-line
               after advancing 2 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.
           move ws-rebuild-date         to ws-bd-date.
           WRITE print-line from ws-backup-date-line
               after advancing 1 line.
           move "  RECORDS RELOADED FROM BACKUP   : "
                                        to ws-cl-label.
           move ws-rb-loaded            to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           if(ws-rb-duplicates > 0) then
               move "  DUPLICATE KEYS ON BACKUP       : "
                                        to ws-cl-label
               move ws-rb-duplicates    to ws-cl-count
               WRITE print-line from ws-count-line
                   after advancing 1 line
           end-if.
           move "  SALES PLAYED BACK              : "
                                        to ws-cl-label.
           move ws-rp-sales-added       to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  SALES ALREADY ON BACKUP        : "
                                        to ws-cl-label.
           move ws-rp-sales-present     to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  REFUNDS PLAYED BACK            : "
                                        to ws-cl-label.
           move ws-rp-refunds-marked    to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  REFUNDS ALREADY ON BACKUP      : "
                                        to ws-cl-label.
           move ws-rp-refunds-present   to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  REFUNDS WITH NO SALE           : "
                                        to ws-cl-label.
           move ws-rp-refunds-no-sale   to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  CHARGEBACK POSTING FILES READ  : "
                                        to ws-cl-label.
           move ws-rp-cb-files          to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  DISPUTES PLAYED BACK           : "
                                        to ws-cl-label.
           move ws-rp-cb-marked         to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  DISPUTES LEFT - SALE NOT OPEN  : "
                                        to ws-cl-label.
           move ws-rp-cb-present        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  DISPUTES WITH NO SALE          : "
                                        to ws-cl-label.
           move ws-rp-cb-no-sale        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
       3900-END.

      *===========================================================
      *    backup -- the history is read end to end in key order,
      *    each record checked and copied to the work backup.
      *===========================================================
       4000-BACKUP-HISTORY.
           move "STRUCTURAL EXCEPTIONS" to ws-sec-title.
           WRITE print-line from ws-section-line
               after advancing 2 line.
           WRITE print-line from ws-exception-heading
               after advancing 1 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.

           OPEN OUTPUT backup-work-file.
           if(ws-bkwork-status NOT = "00") then
               move "BACKUP WORK FILE CANNOT BE OPENED"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move spaces                  to HB-BACKUP-RECORD.
           SET HB-HEADER-RECORD         to true.
           move ws-run-date             to HB-BACKUP-DATE.
           move "INVHIST"               to HB-SOURCE-NAME.
           WRITE backup-work-record from HB-BACKUP-RECORD.
           ADD 1                        to ws-bk-written.

           PERFORM 4010-OPEN-HISTORY.
           PERFORM 4100-BACK-UP-ONE-RECORD
               UNTIL WS-HIST-EOF-FLAG = "Y".
           if(WS-HIST-OPEN) then
               CLOSE invoice-history-file
               MOVE "N"                 to WS-HIST-OPEN-SW
           end-if.

           move spaces                  to HB-BACKUP-RECORD.
           SET HB-TRAILER-RECORD        to true.
           move ws-live-count           to HB-RECORD-COUNT.
           move ws-live-amount          to HB-AMOUNT-TOTAL.
           move ws-live-refunded        to HB-REFUNDED-COUNT.
           move ws-live-disputed        to HB-DISPUTED-COUNT.
           WRITE backup-work-record from HB-BACKUP-RECORD.
           ADD 1                        to ws-bk-written.
           CLOSE backup-work-file.

           if(ws-exception-count = 0) then
               move "NO STRUCTURAL EXCEPTIONS"
                                        to ws-msg-text
               WRITE print-line from ws-message-line
                   after advancing 1 line
           end-if.
       4000-END.

      *    a history that has never been created is only right
      *    until the first night a backup with records is kept.
       4010-OPEN-HISTORY.
           OPEN INPUT invoice-history-file.
           if(ws-invhist-status = "35") then
               move "Y"                 to WS-HIST-EOF-FLAG
               if(WS-CONTROL-FOUND) and (ws-ctl-count > 0) then
                   move "HISTORY FILE MISSING"
                                        to ws-exception-reason
                   PERFORM 4500-WRITE-FILE-EXCEPTION
               else
                   move "NO HISTORY FILE YET - EMPTY BACKUP TAKEN"
                                        to ws-msg-text
                   WRITE print-line from ws-message-line
                       after advancing 1 line
               end-if
           else if(ws-invhist-status NOT = "00") then
               move "Y"                 to WS-HIST-EOF-FLAG
               move "HISTORY FILE WILL NOT OPEN"
                                        to ws-exception-reason
               PERFORM 4500-WRITE-FILE-EXCEPTION
           else
               SET WS-HIST-OPEN         to true
               move low-values          to IH-INVOICE-NUMBER
               START invoice-history-file
                   KEY IS NOT LESS THAN IH-INVOICE-NUMBER
                   INVALID KEY move "Y" to WS-HIST-EOF-FLAG
               END-START
           end-if.
       4010-END.

       4100-BACK-UP-ONE-RECORD.
           READ invoice-history-file NEXT RECORD
               AT END move "Y"          to WS-HIST-EOF-FLAG
               NOT AT END PERFORM 4200-CHECK-ONE-RECORD
           END-READ.
           if(ws-invhist-status NOT = "00") and
               (ws-invhist-status NOT = "10") then
               move "Y"                 to WS-HIST-EOF-FLAG
               move "HISTORY READ FAILED PART WAY"
                                        to ws-exception-reason
               PERFORM 4500-WRITE-FILE-EXCEPTION
           end-if.
       4100-END.

       4200-CHECK-ONE-RECORD.
           ADD 1                        to ws-live-count.
           SET WS-RECORD-CLEAN          to true.
           PERFORM 4300-STRUCTURAL-CHECKS.
           if(NOT WS-RECORD-CLEAN) then
               ADD 1                    to ws-damaged-count
           end-if.
           move IH-INVOICE-NUMBER       to ws-prev-invoice.

           if(IH-AMOUNT NUMERIC) then
               ADD IH-AMOUNT            to ws-live-amount
           end-if.
           if(IH-REFUNDED) then
               ADD 1                    to ws-live-refunded
           else if(IH-DISPUTED) then
               ADD 1                    to ws-live-disputed
           end-if.

           move spaces                  to HB-BACKUP-RECORD.
           SET HB-DETAIL-RECORD         to true.
           move IH-INVOICE-RECORD       to HB-RECORD-DATA.
           WRITE backup-work-record from HB-BACKUP-RECORD.
           ADD 1                        to ws-bk-written.
       4200-END.

      *    each check stands alone, so a record damaged more than
      *    one way is listed once for each.
       4300-STRUCTURAL-CHECKS.
           SET WS-DATES-USABLE          to true.
           if(IH-INVOICE-NUMBER NOT > ws-prev-invoice) then
               move "KEY OUT OF SEQUENCE ON THE INDEX"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           end-if.
           if(IH-INVOICE-NUMBER = spaces) then
               move "BLANK INVOICE NUMBER"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           end-if.

           if(IH-STORE-NUMBER NOT NUMERIC) then
               move "STORE NUMBER NOT NUMERIC"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else
               PERFORM 4320-FIND-STORE
               if(NOT WS-STORE-FOUND) then
                   move "UNKNOWN STORE NUMBER"
                                        to ws-exception-reason
                   PERFORM 4400-WRITE-EXCEPTION
               end-if
           end-if.

           if(IH-AMOUNT NOT NUMERIC) then
               move "AMOUNT NOT NUMERIC"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           end-if.

           if(IH-SALE-DATE NOT NUMERIC) or (IH-SALE-DATE = 0) then
               MOVE "N"                 to WS-DATES-USABLE-SW
               move "SALE DATE MISSING OR NOT NUMERIC"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else if(IH-SALE-DATE > ws-run-date) then
               move "SALE DATE AFTER BUSINESS DATE"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           end-if.

           if(IH-REFUND-DATE NOT NUMERIC) then
               MOVE "N"                 to WS-DATES-USABLE-SW
               move "REFUND DATE NOT NUMERIC"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else
               PERFORM 4310-CHECK-REFUND-STATUS
           end-if.
       4300-END.

      *    a disputed sale carries the chargeback's posting date in
      *    the refund-date field, so the same date rules apply.
       4310-CHECK-REFUND-STATUS.
           if(IH-REFUNDED) and (IH-REFUND-DATE = 0) then
               move "REFUNDED WITH NO REFUND DATE"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else if(IH-DISPUTED) and (IH-REFUND-DATE = 0) then
               move "DISPUTED WITH NO DISPUTE DATE"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else if(IH-NOT-REFUNDED) and (IH-REFUND-DATE NOT = 0) then
               move "OPEN SALE CARRIES A REFUND DATE"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else if(NOT IH-REFUNDED) and (NOT IH-DISPUTED) and
               (NOT IH-NOT-REFUNDED) then
               move "UNKNOWN REFUND STATUS"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else if(IH-REFUND-DATE NOT = 0) and
               (IH-REFUND-DATE > ws-run-date) then
               move "REFUND DATE AFTER BUSINESS DATE"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           else if(IH-REFUND-DATE NOT = 0) and (WS-DATES-USABLE) and
               (IH-REFUND-DATE < IH-SALE-DATE) then
               move "REFUND DATE BEFORE SALE DATE"
                                        to ws-exception-reason
               PERFORM 4400-WRITE-EXCEPTION
           end-if.
       4310-END.

       4320-FIND-STORE.
           MOVE "N"                     to WS-STORE-FOUND-SW.
           PERFORM 4330-CHECK-STORE-ENTRY VARYING ST-IDX
               from 1 BY 1
               until ST-IDX > ST-STORE-COUNT
               or WS-STORE-FOUND.
       4320-END.

       4330-CHECK-STORE-ENTRY.
           if(ST-STORE-NUMBER(ST-IDX) = IH-STORE-NUMBER) then
               SET WS-STORE-FOUND       to true
           end-if.
       4330-END.

       4400-WRITE-EXCEPTION.
           ADD 1                        to ws-exception-count.
           MOVE "N"                     to WS-RECORD-CLEAN-SW.
           SET WS-HISTORY-DAMAGED       to true.
           if(ws-exception-lines < ws-max-exception-lines) then
               ADD 1                    to ws-exception-lines
               move IH-INVOICE-NUMBER   to ws-ex-invoice
               move IH-STORE-NUMBER     to ws-ex-store
               move IH-SALE-DATE        to ws-ex-sale-date
               move IH-REFUND-STATUS    to ws-ex-status
               move IH-REFUND-DATE      to ws-ex-refund-date
               move ws-exception-reason to ws-ex-reason
               WRITE print-line from ws-exception-line
                   after advancing 1 line
           end-if.
       4400-END.

      *    damage to the file as a whole rather than to a record.
       4500-WRITE-FILE-EXCEPTION.
           ADD 1                        to ws-exception-count.
           SET WS-HISTORY-DAMAGED       to true.
           move spaces                  to ws-ex-invoice ws-ex-store
               ws-ex-sale-date ws-ex-status ws-ex-refund-date.
           move ws-exception-reason     to ws-ex-reason.
           WRITE print-line from ws-exception-line
               after advancing 1 line.
       4500-END.

      *===========================================================
      *    verify -- the work backup is read back and must agree
      *    with its own trailer and with what was read off the
      *    live file, record for record and cent for cent.
      *===========================================================
       5000-VERIFY-BACKUP.
           move "BACKUP VERIFICATION"   to ws-sec-title.
           WRITE print-line from ws-section-line
               after advancing 2 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.
           PERFORM 0900-CLEAR-BACKUP-TOTALS.

           OPEN INPUT backup-work-file.
           if(ws-bkwork-status NOT = "00") then
               move "BACKUP WORK FILE CANNOT BE READ BACK"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           else
               READ backup-work-file into HB-BACKUP-RECORD
                   AT END move "Y"      to WS-BK-EOF-FLAG
               END-READ
               if(WS-BK-EOF-FLAG = "Y") or (NOT HB-HEADER-RECORD) or
                   (HB-BACKUP-DATE NOT = ws-run-date) then
                   move "BACKUP HEADER MISSING OR NOT TONIGHT'S"
                                        to ws-verify-message
                   PERFORM 5900-WRITE-VERIFY-FAILURE
               end-if
               PERFORM 5100-VERIFY-ONE-RECORD
                   UNTIL WS-BK-EOF-FLAG = "Y"
               CLOSE backup-work-file
               PERFORM 5200-COMPARE-BACKUP-TOTALS
           end-if.

           if(NOT WS-BACKUP-FAILED) then
               move "BACKUP AGREES WITH TRAILER AND LIVE FILE"
                                        to ws-msg-text
               WRITE print-line from ws-message-line
                   after advancing 1 line
           end-if.
       5000-END.

       5100-VERIFY-ONE-RECORD.
           READ backup-work-file into HB-BACKUP-RECORD
               AT END move "Y"          to WS-BK-EOF-FLAG
               NOT AT END PERFORM 0910-TALLY-BACKUP-RECORD
           END-READ.
       5100-END.

       5200-COMPARE-BACKUP-TOTALS.
           if(NOT WS-TRAILER-SEEN) then
               move "BACKUP HAS NO TRAILER"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           end-if.
           if(ws-bk-count NOT = ws-bk-expect-count) or
               (ws-bk-count NOT = ws-live-count) then
               move "BACKUP RECORD COUNT DOES NOT AGREE"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           end-if.
           if(ws-bk-amount NOT = ws-bk-expect-amount) or
               (ws-bk-amount NOT = ws-live-amount) then
               move "BACKUP AMOUNT TOTAL DOES NOT AGREE"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           end-if.
           if(ws-bk-refunded NOT = ws-bk-expect-refunded) or
               (ws-bk-refunded NOT = ws-live-refunded) then
               move "BACKUP REFUNDED COUNT DOES NOT AGREE"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           end-if.
           if(ws-bk-disputed NOT = ws-bk-expect-disputed) or
               (ws-bk-disputed NOT = ws-live-disputed) then
               move "BACKUP DISPUTED COUNT DOES NOT AGREE"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           end-if.
       5200-END.

       5900-WRITE-VERIFY-FAILURE.
           SET WS-BACKUP-FAILED         to true.
           move ws-verify-message       to ws-msg-text.
           WRITE print-line from ws-message-line
               after advancing 1 line.
       5900-END.

      *    only a clean history with a proven backup becomes the
      *    last good backup -- a damaged night's work copy is left
      *    for investigation and the control file is not moved.
       6000-KEEP-GOOD-BACKUP.
           if(WS-HISTORY-DAMAGED or WS-BACKUP-FAILED) then
               CONTINUE
           else
               move spaces              to ws-backup-file-name
               string "../../../data/HistoryBackup_" ws-run-date
                   ".dat"
                   delimited by size into ws-backup-file-name
               PERFORM 6100-COPY-WORK-BACKUP
               if(NOT WS-BACKUP-FAILED) then
                   PERFORM 6200-WRITE-BACKUP-CONTROL
                   if(WS-REBUILD-MODE) and
                       (NOT WS-BACKUP-FAILED) then
                       PERFORM 6300-RESET-UTILITY-MODE
                   end-if
               end-if
           end-if.
       6000-END.

       6100-COPY-WORK-BACKUP.
           OPEN INPUT backup-work-file.
           OPEN OUTPUT backup-file.
           if(ws-bkwork-status NOT = "00") or
               (ws-backup-status NOT = "00") then
               move "DATED BACKUP FILE CANNOT BE WRITTEN"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           else
               MOVE "N"                 to WS-BK-EOF-FLAG
               PERFORM 6110-COPY-ONE-RECORD
                   UNTIL WS-BK-EOF-FLAG = "Y"
               if(ws-bk-copied NOT = ws-bk-written) then
                   move "DATED BACKUP COPY IS SHORT"
                                        to ws-verify-message
                   PERFORM 5900-WRITE-VERIFY-FAILURE
               end-if
           end-if.
           CLOSE backup-work-file backup-file.
       6100-END.

       6110-COPY-ONE-RECORD.
           READ backup-work-file
               AT END move "Y"          to WS-BK-EOF-FLAG
               NOT AT END
                   WRITE backup-record from backup-work-record
                   ADD 1                to ws-bk-copied
           END-READ.
       6110-END.

      *    a control file that cannot be written leaves the dated
      *    copy on disk but not named as the last good backup -- the
      *    night fails, and a rebuild stays set to be run again.
       6200-WRITE-BACKUP-CONTROL.
           OPEN OUTPUT backup-control-file.
           if(ws-bkctl-status NOT = "00") then
               move "BACKUP CONTROL FILE CANNOT BE WRITTEN"
                                        to ws-verify-message
               PERFORM 5900-WRITE-VERIFY-FAILURE
           else
               move ws-run-date         to hc-backup-date
               move ws-live-count       to hc-record-count
               move ws-live-amount      to hc-amount-total
               move ws-live-refunded    to hc-refunded-count
               move ws-live-disputed    to hc-disputed-count
               WRITE backup-control-record
               if(ws-bkctl-status NOT = "00") then
                   move "BACKUP CONTROL FILE CANNOT BE WRITTEN"
                                        to ws-verify-message
                   PERFORM 5900-WRITE-VERIFY-FAILURE
               end-if
               CLOSE backup-control-file
           end-if.
       6200-END.

      *    a rebuild is done once -- tomorrow's run goes back to
      *    the ordinary nightly backup.
       6300-RESET-UTILITY-MODE.
           OPEN OUTPUT utility-mode-file.
           move "B"                     to hm-mode.
           move 0                       to hm-backup-date.
           WRITE utility-mode-record.
           CLOSE utility-mode-file.
       6300-END.

       8000-PRINT-TOTALS.
           move "  HISTORY RECORDS READ           : "
                                        to ws-cl-label.
           move ws-live-count           to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 3 line.
           move "  TOTAL INVOICE AMOUNT           : "
                                        to ws-al-label.
           move ws-live-amount          to ws-al-amount.
           WRITE print-line from ws-amount-line
               after advancing 1 line.
           move "  REFUNDED RECORDS               : "
                                        to ws-cl-label.
           move ws-live-refunded        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  DISPUTED RECORDS               : "
                                        to ws-cl-label.
           move ws-live-disputed        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  RECORDS WITH EXCEPTIONS        : "
                                        to ws-cl-label.
           move ws-damaged-count        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  STRUCTURAL EXCEPTIONS          : "
                                        to ws-cl-label.
           move ws-exception-count      to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           if(ws-exception-count > ws-exception-lines) then
               move "  EXCEPTIONS NOT LISTED          : "
                                        to ws-cl-label
               compute ws-cl-count =
                   ws-exception-count - ws-exception-lines
               WRITE print-line from ws-count-line
                   after advancing 1 line
           end-if.
           move "  BACKUP RECORDS WRITTEN         : "
                                        to ws-cl-label.
           move ws-bk-written           to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.

           if(WS-HISTORY-DAMAGED or WS-BACKUP-FAILED) then
               move "HISTORY DAMAGED - THE NIGHTLY STREAM MUST NOT RUN"
                                        to ws-rs-text
           else
               move spaces              to ws-rs-text
               string "HISTORY VERIFIED - LAST GOOD BACKUP IS "
                   "HistoryBackup_" ws-run-date ".dat"
                   delimited by size into ws-rs-text
           end-if.
           WRITE print-line from ws-result-line
               after advancing 2 line.
       8000-END.

       0900-CLEAR-BACKUP-TOTALS.
           move 0                       to ws-bk-count ws-bk-amount
               ws-bk-refunded ws-bk-disputed ws-bk-expect-count
               ws-bk-expect-amount ws-bk-expect-refunded
               ws-bk-expect-disputed.
           MOVE "N"                     to WS-TRAILER-SEEN-SW.
           MOVE "N"                     to WS-BK-EOF-FLAG.
       0900-END.

      *    a record after the trailer, or of no known type, is as
      *    bad as a short file.
       0910-TALLY-BACKUP-RECORD.
           if(WS-TRAILER-SEEN) then
               MOVE "N"                 to WS-TRAILER-SEEN-SW
               move "Y"                 to WS-BK-EOF-FLAG
           else if(HB-DETAIL-RECORD) then
               ADD 1                    to ws-bk-count
               move HB-RECORD-DATA      to ws-backup-detail
               if(bkd-amount NUMERIC) then
                   ADD bkd-amount       to ws-bk-amount
               end-if
               if(bkd-refunded) then
                   ADD 1                to ws-bk-refunded
               else if(bkd-disputed) then
                   ADD 1                to ws-bk-disputed
               end-if
           else if(HB-TRAILER-RECORD) then
               SET WS-TRAILER-SEEN      to true
               move HB-RECORD-COUNT     to ws-bk-expect-count
               move HB-AMOUNT-TOTAL     to ws-bk-expect-amount
               move HB-REFUNDED-COUNT   to ws-bk-expect-refunded
               move HB-DISPUTED-COUNT   to ws-bk-expect-disputed
           else
               MOVE "N"                 to WS-TRAILER-SEEN-SW
               move "Y"                 to WS-BK-EOF-FLAG
           end-if.
       0910-END.

      *    the keyed files are released first, since under the
      *    job-stream driver a GOBACK no longer ends the run unit.
      *    a failure during a rebuild leaves the mode file as it
      *    was, so the rebuild is simply run again.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM33 FILE CONTROL FAILURE: "
               ws-abend-reason.
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
           CLOSE output-file.
       9999-END.

       END PROGRAM Program33.
