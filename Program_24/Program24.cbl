       identification division.
       program-id. Program24.
       author.Smit Patel. Devansh Patel.

      *    loss-prevention refund review -- every night the day's
      *    refunds on the validated master, and the returns the edit
      *    pass refused for being rung at the wrong store, are
      *    matched back to the sale on the invoice history and
      *    judged for the patterns the edit checks cannot see: a
      *    refund at another store, a card sale refunded to a
      *    non-card tender, a refund taken within days of the sale.
      *    each store's sales and refunds for the day are kept with
      *    the flagged refunds on a rolling week of activity, and on
      *    the week-ending day the weekly report for the LP manager
      *    is printed from it -- the flagged refunds by store, every
      *    store ranked by refund-to-sales ratio against the chain,
      *    and the watch list.
       environment division.
       input-output section.
       file-control.
      *    the validated daily transaction master written by the
      *    front-end edit pass.
           select valid-trans-file
               assign "../../../data/ValidatedTransactions.dat"
               organization is line sequential.
      *
      *    today's suspense intake from the edit pass -- a return
      *    refused for not matching the selling store is an attempt
      *    worth reporting.  optional: a clean night may have none.
           select suspense-intake-file
               assign "../../../data/SuspenseIntake.dat"
               organization is line sequential
               file status is ws-intake-status.
      *
      *    keyed on the invoice number -- each refund is matched to
      *    its sale with one READ.
           select invoice-history-file
               assign "../../../data/SalesInvoiceHistory.dat"
               organization is indexed
               access mode is random
               record key is IH-INVOICE-NUMBER
               file status is ws-invhist-status.
      *
      *    the rolling week of activity, rewritten whole each run.
           select activity-file
               assign "../../../data/LPActivity.dat"
               organization is line sequential
               file status is ws-activity-status.
      *
      *    week-ending day and quick-refund days set by loss
      *    prevention.  optional: the defaults stand when absent.
           select lp-parameter-file
               assign "../../../data/lp_parameters.dat"
               organization is line sequential
               file status is ws-parameter-status.
      *
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
      *    the tender master says which tenders are card-settled --
      *    a card sale refunded to anything else is flagged.
           select tender-master-file
               assign "../../../data/tender_master.dat"
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
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
      *
       fd suspense-intake-file
           record contains 116 characters
           data record is intake-record.
      *
       01 intake-record                pic x(116).
      *
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd activity-file
           record contains 49 characters
           data record is activity-record.
      *
       01 activity-record              pic x(49).
      *
       fd lp-parameter-file
           record contains 3 characters
           data record is lp-parameter-record.
      *
       01 lp-parameter-record.
           05 lp-week-end-day          pic 9.
           05 lp-quick-refund-days     pic 99.
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
           05 WS-SM-EOF-FLAG            pic X value "N".
           05 WS-TM-EOF-FLAG            pic X value "N".
           05 WS-LA-EOF-FLAG            pic X value "N".
           05 WS-SP-EOF-FLAG            pic X value "N".
           05 ws-intake-status          pic XX.
           05 ws-invhist-status         pic XX.
           05 ws-activity-status        pic XX.
           05 ws-parameter-status       pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-HIST-ABSENT-SW         pic X value "N".
               88 WS-HIST-ABSENT            value "Y".
           05 WS-HIST-FOUND-SW          pic X value "N".
               88 WS-HIST-FOUND             value "Y".
           05 WS-TENDER-FOUND-SW        pic X value "N".
               88 WS-TENDER-FOUND           value "Y".
           05 WS-CARD-TENDER-SW         pic X value "N".
               88 WS-CARD-TENDER            value "Y".
           05 WS-STORE-FOUND-SW         pic X value "N".
               88 WS-STORE-FOUND            value "Y".
           05 WS-SLOT-FOUND-SW          pic X value "N".
               88 WS-SLOT-FOUND             value "Y".

           COPY STABLE.

           COPY TNTABLE.

      *    header/trailer control verification -- the edit pass
      *    closes the validated master with its own trailer, and
      *    this pass proves it read the whole file before the day
      *    is added to the week.
           COPY TRNCTL.

           COPY SUSPENSE.

           COPY LPACTV.

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

      *    used when no parameter file has been posted -- the week
      *    ends on Saturday (1 is Sunday, 7 is Saturday), and a
      *    refund within two days of the sale is a quick refund.
       77 ws-default-week-end-day     pic 9 value 7.
       77 ws-default-quick-days       pic 99 value 2.

       01 ws-parameter-fields.
           05 ws-week-end-day          pic 9 value 0.
           05 ws-quick-refund-days     pic 99 value 0.
           05 ws-window-days           pic 99 value 6.
           05 ws-window-start          pic 9(6) value 0.
           05 ws-quick-cutoff          pic 9(6) value 0.
           05 ws-leap-quotient         pic 9(2) value 0.
           05 ws-leap-remainder        pic 9(2) value 0.

      *    a date walked back through the calendar one day at a
      *    time, the same day-walking the edit pass uses for its
      *    return window.
       01 ws-cutoff-date.
           05 ws-co-year                pic 9(2).
           05 ws-co-month               pic 9(2).
           05 ws-co-day                 pic 9(2).

       01 ws-cutoff-date-n REDEFINES ws-cutoff-date
                                        pic 9(6).

      *    days in each month of a normal year -- February is
      *    corrected for leap years as the date is walked back.
       01 ws-days-in-month-values.
           05 filler                    pic x(24) value
               "312831303130313130313031".

       01 ws-days-in-month-table REDEFINES ws-days-in-month-values.
           05 ws-days-in-month OCCURS 12 TIMES
                   pic 99.

      *    day of the week for the business date, by Zeller's
      *    rule -- the working value comes out 0 for Saturday
      *    through 6 for Friday and is turned round to 1 for
      *    Sunday through 7 for Saturday.
       01 ws-weekday-fields.
           05 ws-dw-date.
               10 ws-dw-year           pic 9(2).
               10 ws-dw-month          pic 9(2).
               10 ws-dw-day            pic 9(2).
           05 ws-dw-full-year          pic 9(4) value 0.
           05 ws-dw-z-month            pic 9(2) value 0.
           05 ws-dw-century            pic 9(2) value 0.
           05 ws-dw-year-of-century    pic 9(2) value 0.
           05 ws-dw-month-term         pic 9(4) value 0.
           05 ws-dw-year-term          pic 9(2) value 0.
           05 ws-dw-century-term       pic 9(2) value 0.
           05 ws-dw-sum                pic 9(4) value 0.
           05 ws-dw-quotient           pic 9(4) value 0.
           05 ws-dw-zeller             pic 9 value 0.
           05 ws-day-of-week           pic 9 value 0.

      *    the rolling week, carried whole from last night and
      *    rewritten with today added.
       01 ws-act-table-control.
           05 ws-act-count             pic 9(5) value 0.
           05 ws-act-max               pic 9(5) value 10000.

       01 ws-act-table.
           05 ws-act-entry OCCURS 1 TO 10000 TIMES
                   DEPENDING ON ws-act-count
                   INDEXED BY ws-act-idx.
               10 ws-ae-date           pic 9(6).
               10 ws-ae-type           pic X.
               10 ws-ae-store          pic 9(2).
               10 ws-ae-detail         pic X(40).

      *    today's sales and refunds per store, subscripted by
      *    store number plus one so store 00 has a slot.
       01 ws-today-table.
           05 ws-today-entry OCCURS 100 TIMES.
               10 ws-td-sales          pic 9(9)V99 value 0.
               10 ws-td-refunds        pic 9(9)V99 value 0.
               10 ws-td-sales-count    pic 9(5) value 0.
               10 ws-td-refund-count   pic 9(5) value 0.

      *    the week rolled up per store for the report.
       01 ws-week-table.
           05 ws-week-entry OCCURS 100 TIMES.
               10 ws-wk-sales          pic 9(11)V99 value 0.
               10 ws-wk-refunds        pic 9(11)V99 value 0.
               10 ws-wk-ratio          pic 9(3)V99 value 0.
               10 ws-wk-other-count    pic 9(4) value 0.
               10 ws-wk-card-count     pic 9(4) value 0.
               10 ws-wk-quick-count    pic 9(4) value 0.
               10 ws-wk-blocked-count  pic 9(4) value 0.

      *    stores with any activity in ratio order, highest first --
      *    each store is slotted in ahead of the first store with a
      *    lower ratio.
       01 ws-rank-table-control.
           05 ws-rank-count            pic 9(3) value 0.
           05 ws-rank-slot-idx         pic 9(3) value 0.
           05 ws-rank-shift-idx        pic 9(3) value 0.

       01 ws-rank-table.
           05 ws-rank-entry OCCURS 1 TO 100 TIMES
                   DEPENDING ON ws-rank-count
                   INDEXED BY ws-rank-idx.
               10 ws-rk-store-slot     pic 9(3).
               10 ws-rk-ratio          pic 9(3)V99.

       01 ws-work-fields.
           05 ws-store-slot            pic 9(3) value 0.
           05 ws-store-number          pic 9(2) value 0.
           05 ws-tender-search-idx     pic 9(4) value 0.
           05 ws-store-search-idx      pic 9(4) value 0.
           05 ws-lookup-tender         pic X(2).
           05 ws-lookup-store          pic 9(2).
           05 ws-refund-store          pic 9(2).
           05 ws-refund-invoice        pic X(9).
           05 ws-refund-amount         pic 9(5)V99.
           05 ws-refund-tender         pic X(2).
           05 ws-refund-blocked        pic X.
           05 ws-ratio-work            pic 9(7)V99 value 0.
           05 ws-chain-sales           pic 9(13)V99 value 0.
           05 ws-chain-refunds         pic 9(13)V99 value 0.
           05 ws-chain-ratio           pic 9(3)V99 value 0.
           05 ws-ratio-variance        pic S9(3)V99 value 0.
           05 ws-flagged-count         pic 9(5) value 0.
           05 ws-store-name            pic X(20).

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "LOSS PREVENTION - REFUNDS".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-period-line.
           05 filler                   pic x(16)
               value "  WEEK ENDING   ".
           05 ws-pl-end-date           pic 9(6).
           05 filler                   pic x(8)  value "   FROM ".
           05 ws-pl-start-date         pic 9(6).
           05 filler                   pic x(37) value spaces.

       01 ws-legend-line.
           05 filler                   pic x(40) value
               "  FLAGS: S OTHER STORE  C CARD TO CASH  ".
           05 filler                   pic x(33) value
               "Q QUICK REFUND  B BLOCKED".

       01 ws-section-heading.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-title         pic x(40).
           05 filler                   pic x(31) value spaces.

       01 ws-refund-heading-for-line1.
           05 filler                   pic X(8)  value "  Date".
           05 filler                   pic X(4)  value "  St".
           05 filler                   pic X(12) value "  Invoice".
           05 filler                   pic X(8)  value "  Refund".
           05 filler                   pic X(5)  value "   At".
           05 filler                   pic X(8)  value "  Sold".
           05 filler                   pic X(7)  value "  Tndr".
           05 filler                   pic X(7)  value "   Flag".
           05 filler                   pic X(14) value spaces.

       01 ws-refund-detail.
           05 filler                   pic X(2)  value spaces.
           05 ws-rd-date               pic 9(6).
           05 filler                   pic X(2)  value spaces.
           05 ws-rd-store              pic 99.
           05 filler                   pic X(2)  value spaces.
           05 ws-rd-invoice            pic X(9).
           05 filler                   pic X     value spaces.
           05 ws-rd-amount             pic $$$$9.99.
           05 filler                   pic X(3)  value spaces.
           05 ws-rd-sale-store         pic 99.
           05 filler                   pic X(2)  value spaces.
           05 ws-rd-sale-date          pic 9(6).
           05 filler                   pic X(2)  value spaces.
           05 ws-rd-sale-tender        pic X(2).
           05 filler                   pic X     value "/".
           05 ws-rd-refund-tender      pic X(2).
           05 filler                   pic X(3)  value spaces.
           05 ws-rd-flags.
               10 ws-rd-flag-other     pic X.
               10 ws-rd-flag-card      pic X.
               10 ws-rd-flag-quick     pic X.
               10 ws-rd-flag-blocked   pic X.
           05 filler                   pic X(14) value spaces.

       01 ws-rank-heading-for-line1.
           05 filler                   pic X(5)  value "  Rnk".
           05 filler                   pic X(5)  value "   St".
           05 filler                   pic X(23) value "  Name".
           05 filler                   pic X(13) value "        Sales".
           05 filler                   pic X(11) value "    Refunds".
           05 filler                   pic X(7)  value "  Ratio".
           05 filler                   pic X(8)  value " vs Avg".
           05 filler                   pic X(1)  value spaces.

       01 ws-rank-detail.
           05 filler                   pic X(2)  value spaces.
           05 ws-rk-rank-val           pic zz9.
           05 filler                   pic X(3)  value spaces.
           05 ws-rk-store-val          pic 99.
           05 filler                   pic X(2)  value spaces.
           05 ws-rk-name-val           pic X(20).
           05 filler                   pic X     value spaces.
           05 ws-rk-sales-val          pic $$,$$$,$$9.99.
           05 filler                   pic X     value spaces.
           05 ws-rk-refunds-val        pic $$$,$$9.99.
           05 filler                   pic X     value spaces.
           05 ws-rk-ratio-val          pic zz9.99.
           05 filler                   pic X     value spaces.
           05 ws-rk-variance-val       pic +++9.99.
           05 filler                   pic X     value spaces.

       01 ws-watch-heading-for-line1.
           05 filler                   pic X(4)  value "  St".
           05 filler                   pic X(23) value "  Name".
           05 filler                   pic X(6)  value " Ratio".
           05 filler                   pic X(7)  value "  Other".
           05 filler                   pic X(6)  value "  Card".
           05 filler                   pic X(6)  value " Quick".
           05 filler                   pic X(6)  value " Block".
           05 filler                   pic X(12) value "  Reason".
           05 filler                   pic X(3)  value spaces.

       01 ws-watch-detail.
           05 filler                   pic X(2)  value spaces.
           05 ws-wl-store-val          pic 99.
           05 filler                   pic X(2)  value spaces.
           05 ws-wl-name-val           pic X(20).
           05 filler                   pic X     value spaces.
           05 ws-wl-ratio-val          pic zz9.99.
           05 filler                   pic X(3)  value spaces.
           05 ws-wl-other-val          pic zzz9.
           05 filler                   pic X(2)  value spaces.
           05 ws-wl-card-val           pic zzz9.
           05 filler                   pic X(2)  value spaces.
           05 ws-wl-quick-val          pic zzz9.
           05 filler                   pic X(2)  value spaces.
           05 ws-wl-blocked-val        pic zzz9.
           05 filler                   pic X(2)  value spaces.
           05 ws-wl-reason-val         pic X(10).
           05 filler                   pic X(3)  value spaces.

       01 ws-chain-sales-line.
           05 filler                   pic x(35)
               value "  CHAIN SALES FOR THE WEEK       : ".
           05 ws-cs-amount             pic $$$$,$$$,$$9.99.
           05 filler                   pic x(23) value spaces.

       01 ws-chain-refunds-line.
           05 filler                   pic x(35)
               value "  CHAIN REFUNDS FOR THE WEEK     : ".
           05 ws-cr-amount             pic $$$$,$$$,$$9.99.
           05 filler                   pic x(23) value spaces.

       01 ws-chain-ratio-line.
           05 filler                   pic x(35)
               value "  CHAIN REFUND RATIO (PERCENT)   : ".
           05 ws-ch-ratio              pic zz9.99.
           05 filler                   pic x(32) value spaces.

       01 ws-flagged-total-line.
           05 filler                   pic x(35)
               value "  FLAGGED REFUNDS FOR THE WEEK   : ".
           05 ws-ft-count              pic zzzz9.
           05 filler                   pic x(33) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-TRANSACTIONS
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 2900-VERIFY-FILE-TRAILER.
           PERFORM 2300-SCAN-SUSPENSE-INTAKE.
           PERFORM 2400-ADD-TODAYS-STORE-DAYS.
           PERFORM 3500-REWRITE-ACTIVITY.
           if(ws-day-of-week = ws-week-end-day) then
               PERFORM 3000-PRINT-REPORT
           else
               DISPLAY "PROGRAM24 ACTIVITY POSTED FOR " ws-run-date
                   " - WEEKLY REPORT NOT DUE TODAY"
           end-if.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/LossPrevention_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
           PERFORM 0044-READ-LP-PARAMETERS.
           PERFORM 0045-COMPUTE-CUTOFFS.
           PERFORM 0048-COMPUTE-DAY-OF-WEEK.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 0052-LOAD-TENDER-MASTER.
           PERFORM 0057-OPEN-INVOICE-HISTORY.
           PERFORM 0100-LOAD-ACTIVITY.
           OPEN INPUT valid-trans-file.
           PERFORM 1100-VERIFY-VT-HEADER.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock.
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

      *    each value is checked on its own -- a bad week-ending
      *    day does not throw away a good quick-refund setting.
       0044-READ-LP-PARAMETERS.
           move ws-default-week-end-day to ws-week-end-day.
           move ws-default-quick-days   to ws-quick-refund-days.
           OPEN INPUT lp-parameter-file.
           if(ws-parameter-status = "00") then
               READ lp-parameter-file
                   AT END CONTINUE
               END-READ
               if(ws-parameter-status = "00") then
                   if(lp-week-end-day NUMERIC) and
                       (lp-week-end-day > 0) and
                       (lp-week-end-day < 8) then
                       move lp-week-end-day
                                        to ws-week-end-day
                   end-if
                   if(lp-quick-refund-days NUMERIC) then
                       move lp-quick-refund-days
                                        to ws-quick-refund-days
                   end-if
               end-if
               CLOSE lp-parameter-file
           end-if.
       0044-END.

      *    the week is the business date and the six days before
      *    it; a sale on or after the quick cutoff was refunded
      *    within the quick-refund days.
       0045-COMPUTE-CUTOFFS.
           move ws-run-date             to ws-cutoff-date-n.
           PERFORM 0046-DECREMENT-ONE-DAY ws-window-days TIMES.
           move ws-cutoff-date-n        to ws-window-start.
           move ws-run-date             to ws-cutoff-date-n.
           PERFORM 0046-DECREMENT-ONE-DAY ws-quick-refund-days TIMES.
           move ws-cutoff-date-n        to ws-quick-cutoff.
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

      *    January and February count as months 13 and 14 of the
      *    year before.
       0048-COMPUTE-DAY-OF-WEEK.
           move ws-run-date             to ws-dw-date.
           compute ws-dw-full-year = 2000 + ws-dw-year.
           move ws-dw-month             to ws-dw-z-month.
           if(ws-dw-z-month < 3) then
               ADD 12                   to ws-dw-z-month
               SUBTRACT 1               from ws-dw-full-year
           end-if.
           DIVIDE ws-dw-full-year BY 100
               GIVING ws-dw-century
               REMAINDER ws-dw-year-of-century.
           compute ws-dw-month-term = 13 * (ws-dw-z-month + 1).
           DIVIDE ws-dw-month-term BY 5
               GIVING ws-dw-month-term.
           DIVIDE ws-dw-year-of-century BY 4
               GIVING ws-dw-year-term.
           DIVIDE ws-dw-century BY 4
               GIVING ws-dw-century-term.
           compute ws-dw-sum = ws-dw-day + ws-dw-month-term
               + ws-dw-year-of-century + ws-dw-year-term
               + ws-dw-century-term + (5 * ws-dw-century).
           DIVIDE ws-dw-sum BY 7
               GIVING ws-dw-quotient
               REMAINDER ws-dw-zeller.
           if(ws-dw-zeller = 0) then
               move 7                   to ws-day-of-week
           else
               move ws-dw-zeller        to ws-day-of-week
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

      *    closed stores stay on the table -- a refund rung against
      *    a closed store's sale is exactly what this report is for.
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

      *    a first-ever day has no history file yet (status 35) --
      *    the store totals are still kept, and no refund can be
      *    judged against a sale that is not there.
       0057-OPEN-INVOICE-HISTORY.
           OPEN INPUT invoice-history-file.
           if(ws-invhist-status NOT = "00") then
               SET WS-HIST-ABSENT       to true
           end-if.
       0057-END.

      *    only the week is carried: anything older than the window
      *    falls off, and anything already posted under today's
      *    date is a rerun's echo and is posted again fresh.
       0100-LOAD-ACTIVITY.
           OPEN INPUT activity-file.
           if(ws-activity-status = "00") then
               PERFORM 0110-READ-ACTIVITY
               PERFORM 0120-KEEP-ACTIVITY UNTIL WS-LA-EOF-FLAG = "Y"
               CLOSE activity-file
           end-if.
       0100-END.

       0110-READ-ACTIVITY.
           READ activity-file into LA-ACTIVITY-RECORD
               AT END move "Y"          to WS-LA-EOF-FLAG
           END-READ.
       0110-END.

       0120-KEEP-ACTIVITY.
           if(LA-ACTIVITY-DATE NOT < ws-window-start) and
               (LA-ACTIVITY-DATE < ws-run-date) then
               PERFORM 2500-ADD-ACTIVITY-ENTRY
           end-if.
           PERFORM 0110-READ-ACTIVITY.
       0120-END.

      *    the header must be today's -- a master left behind by a
      *    skipped or failed edit run would otherwise post
      *    yesterday's refunds into the week a second time.
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

       2010-POST-VT-RECORD.
           compute ws-store-slot = VT-STORE-NUMBER + 1.
           if(VT-TRANS-CODE = "R") then
               ADD VT-TRANS-AMNT        to ws-td-refunds(ws-store-slot)
               ADD 1                    to
                                   ws-td-refund-count(ws-store-slot)
               move VT-STORE-NUMBER     to ws-refund-store
               move VT-INVOICE-NUMBER   to ws-refund-invoice
               move VT-TRANS-AMNT       to ws-refund-amount
               move VT-PAYMENT-TYPE     to ws-refund-tender
               move "N"                 to ws-refund-blocked
               PERFORM 2200-JUDGE-REFUND
           else
               ADD VT-TRANS-AMNT        to ws-td-sales(ws-store-slot)
               ADD 1                    to
                                   ws-td-sales-count(ws-store-slot)
           end-if.
       2010-END.

      *    the refund is judged against the sale it reverses; a
      *    refund that trips any pattern is kept for the week.
       2200-JUDGE-REFUND.
           PERFORM 2210-READ-HISTORY-KEYED.
           if(WS-HIST-FOUND) then
               move spaces              to LA-ACTIVITY-RECORD
               move ws-run-date         to LA-ACTIVITY-DATE
               SET LA-FLAGGED-REFUND    to true
               move ws-refund-store     to LA-STORE-NUMBER
               move ws-refund-invoice   to LA-INVOICE-NUMBER
               move ws-refund-amount    to LA-REFUND-AMNT
               move ws-refund-tender    to LA-REFUND-TENDER
               move IH-STORE-NUMBER     to LA-SALE-STORE
               move IH-PAYMENT-TYPE     to LA-SALE-TENDER
               move IH-SALE-DATE        to LA-SALE-DATE
               move "N"                 to LA-OTHER-STORE-FLAG
               move "N"                 to LA-CASH-FOR-CARD-FLAG
               move "N"                 to LA-QUICK-REFUND-FLAG
               move ws-refund-blocked   to LA-BLOCKED-FLAG

               if(ws-refund-store NOT = IH-STORE-NUMBER) then
                   SET LA-OTHER-STORE   to true
               end-if

               move IH-PAYMENT-TYPE     to ws-lookup-tender
               PERFORM 2220-CHECK-CARD-TENDER
               if(WS-CARD-TENDER) then
                   move ws-refund-tender
                                        to ws-lookup-tender
                   PERFORM 2220-CHECK-CARD-TENDER
                   if(NOT WS-CARD-TENDER) then
                       SET LA-CASH-FOR-CARD
                                        to true
                   end-if
               end-if

               if(IH-SALE-DATE NOT < ws-quick-cutoff) then
                   SET LA-QUICK-REFUND  to true
               end-if

               if(LA-OTHER-STORE) or (LA-CASH-FOR-CARD) or
                   (LA-QUICK-REFUND) then
                   PERFORM 2500-ADD-ACTIVITY-ENTRY
               end-if
           end-if.
       2200-END.

       2210-READ-HISTORY-KEYED.
           MOVE "N"                     to WS-HIST-FOUND-SW.
           if(NOT WS-HIST-ABSENT) then
               move ws-refund-invoice   to IH-INVOICE-NUMBER
               READ invoice-history-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-HIST-FOUND to true
               END-READ
           end-if.
       2210-END.

      *    a tender not on the tender master is not a card.
       2220-CHECK-CARD-TENDER.
           MOVE "N"                     to WS-TENDER-FOUND-SW.
           MOVE "N"                     to WS-CARD-TENDER-SW.
           SET ws-tender-search-idx     to 1
           PERFORM 2230-CHECK-TT-ENTRY
               VARYING ws-tender-search-idx from 1 BY 1
               until ws-tender-search-idx > TT-TENDER-COUNT
               or WS-TENDER-FOUND.
       2220-END.

       2230-CHECK-TT-ENTRY.
           SET TT-IDX                   to ws-tender-search-idx.
           if(ws-lookup-tender = TT-TENDER-CODE(TT-IDX)) then
               SET WS-TENDER-FOUND      to true
               if(TT-CARD-SETTLED(TT-IDX) = "Y") then
                   SET WS-CARD-TENDER   to true
               end-if
           end-if.
       2230-END.

      *    the edit pass refuses a return rung at a store other
      *    than the selling one, so it never reaches the validated
      *    master -- the attempt is taken from today's suspense
      *    intake instead and reported as blocked.  it counts in no
      *    store's refund total, since no money went out.
       2300-SCAN-SUSPENSE-INTAKE.
           OPEN INPUT suspense-intake-file.
           if(ws-intake-status = "00") then
               PERFORM 2310-READ-SUSPENSE-INTAKE
               PERFORM 2320-JUDGE-BLOCKED-RETURN
                   UNTIL WS-SP-EOF-FLAG = "Y"
               CLOSE suspense-intake-file
           end-if.
       2300-END.

       2310-READ-SUSPENSE-INTAKE.
           READ suspense-intake-file into SP-SUSPENSE-RECORD
               AT END move "Y"          to WS-SP-EOF-FLAG
           END-READ.
       2310-END.

       2320-JUDGE-BLOCKED-RETURN.
           if(SP-REJECT-DATE = ws-run-date) and
               (SP-FROM-RETURNS) and (SP-STORE-MISMATCH) and
               (SP-RAW-STORE NUMERIC) and
               (SP-RAW-AMOUNT NUMERIC) then
               move SP-RAW-STORE        to ws-refund-store
               move SP-RAW-INVOICE      to ws-refund-invoice
               move SP-RAW-AMOUNT       to ws-refund-amount
               move SP-RAW-PAYMENT-TYPE to ws-refund-tender
               move "Y"                 to ws-refund-blocked
               PERFORM 2200-JUDGE-REFUND
           end-if.
           PERFORM 2310-READ-SUSPENSE-INTAKE.
       2320-END.

      *    one store-day record for every store with any sale or
      *    refund today -- the week's ratios are built from these.
       2400-ADD-TODAYS-STORE-DAYS.
           PERFORM 2410-ADD-ONE-STORE-DAY
               VARYING ws-store-slot from 1 BY 1
               until ws-store-slot > 100.
       2400-END.

       2410-ADD-ONE-STORE-DAY.
           if(ws-td-sales-count(ws-store-slot) > 0) or
               (ws-td-refund-count(ws-store-slot) > 0) then
               move spaces              to LA-ACTIVITY-RECORD
               move ws-run-date         to LA-ACTIVITY-DATE
               SET LA-STORE-DAY         to true
               compute LA-STORE-NUMBER = ws-store-slot - 1
               move ws-td-sales(ws-store-slot)
                                        to LA-SALES-AMOUNT
               move ws-td-refunds(ws-store-slot)
                                        to LA-REFUND-AMOUNT
               move ws-td-sales-count(ws-store-slot)
                                        to LA-SALES-COUNT
               move ws-td-refund-count(ws-store-slot)
                                        to LA-REFUND-COUNT
               PERFORM 2500-ADD-ACTIVITY-ENTRY
           end-if.
       2410-END.

       2500-ADD-ACTIVITY-ENTRY.
           if(ws-act-count NOT < ws-act-max) then
               move "LOSS PREVENTION ACTIVITY TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-act-count.
           SET ws-act-idx               to ws-act-count.
           move LA-ACTIVITY-RECORD      to ws-act-entry(ws-act-idx).
       2500-END.

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

      *    the run dies here rather than adding a truncated day to
      *    the week.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM24 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       3000-PRINT-REPORT.
           OPEN OUTPUT output-file.
           WRITE print-line from ws-r-heading.
           move ws-run-date             to ws-pl-end-date.
           move ws-window-start         to ws-pl-start-date.
           write print-line from ws-period-line
               after advancing 1 line.

           PERFORM 3050-ROLL-UP-WEEK.
           PERFORM 3100-PRINT-FLAGGED-REFUNDS.
           PERFORM 3200-RANK-STORES.
           PERFORM 3250-PRINT-RANKING.
           PERFORM 3300-PRINT-WATCH-LIST.

           move ws-chain-sales          to ws-cs-amount.
           write print-line from ws-chain-sales-line
               after advancing 2 line.
           move ws-chain-refunds        to ws-cr-amount.
           write print-line from ws-chain-refunds-line
               after advancing 1 line.
           move ws-chain-ratio          to ws-ch-ratio.
           write print-line from ws-chain-ratio-line
               after advancing 1 line.
           move ws-flagged-count        to ws-ft-count.
           write print-line from ws-flagged-total-line
               after advancing 1 line.
           CLOSE output-file.
       3000-END.

      *    the week per store, and the chain ratio every store is
      *    measured against.
       3050-ROLL-UP-WEEK.
           SET ws-act-idx              to 1
           PERFORM 3055-ROLL-UP-ONE-ENTRY VARYING ws-act-idx
               from 1 BY 1
               until ws-act-idx > ws-act-count.

           PERFORM 3060-COMPUTE-STORE-RATIO
               VARYING ws-store-slot from 1 BY 1
               until ws-store-slot > 100.

           move ws-chain-refunds        to ws-ratio-work.
           if(ws-chain-sales > 0) then
               compute ws-ratio-work ROUNDED =
                   (ws-chain-refunds * 100) / ws-chain-sales
               if(ws-ratio-work > 999.99) then
                   move 999.99          to ws-chain-ratio
               else
                   move ws-ratio-work   to ws-chain-ratio
               end-if
           else
               move 0                   to ws-chain-ratio
           end-if.
       3050-END.

       3055-ROLL-UP-ONE-ENTRY.
           move ws-act-entry(ws-act-idx) to LA-ACTIVITY-RECORD.
           compute ws-store-slot = LA-STORE-NUMBER + 1.
           if(LA-STORE-DAY) then
               ADD LA-SALES-AMOUNT      to ws-wk-sales(ws-store-slot)
               ADD LA-REFUND-AMOUNT     to
                                       ws-wk-refunds(ws-store-slot)
               ADD LA-SALES-AMOUNT      to ws-chain-sales
               ADD LA-REFUND-AMOUNT     to ws-chain-refunds
           else
               ADD 1                    to ws-flagged-count
               if(LA-OTHER-STORE) then
                   ADD 1                to
                                   ws-wk-other-count(ws-store-slot)
               end-if
               if(LA-CASH-FOR-CARD) then
                   ADD 1                to
                                   ws-wk-card-count(ws-store-slot)
               end-if
               if(LA-QUICK-REFUND) then
                   ADD 1                to
                                   ws-wk-quick-count(ws-store-slot)
               end-if
               if(LA-BLOCKED-ATTEMPT) then
                   ADD 1                to
                                   ws-wk-blocked-count(ws-store-slot)
               end-if
           end-if.
       3055-END.

      *    refunds with no sales behind them at all rank at the top.
       3060-COMPUTE-STORE-RATIO.
           if(ws-wk-sales(ws-store-slot) > 0) then
               compute ws-ratio-work ROUNDED =
                   (ws-wk-refunds(ws-store-slot) * 100)
                   / ws-wk-sales(ws-store-slot)
               if(ws-ratio-work > 999.99) then
                   move 999.99          to ws-wk-ratio(ws-store-slot)
               else
                   move ws-ratio-work   to ws-wk-ratio(ws-store-slot)
               end-if
           else
               if(ws-wk-refunds(ws-store-slot) > 0) then
                   move 999.99          to ws-wk-ratio(ws-store-slot)
               end-if
           end-if.
       3060-END.

       3100-PRINT-FLAGGED-REFUNDS.
           move "FLAGGED REFUNDS BY STORE"
                                        to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 2 line.
           write print-line    from ws-legend-line
               after advancing 1 line.
           write print-line    from ws-refund-heading-for-line1
               after advancing 2 line.
           write print-line    from ws-blank-line
               after advancing 1 line.
           PERFORM 3110-PRINT-STORE-REFUNDS
               VARYING ws-store-slot from 1 BY 1
               until ws-store-slot > 100.
       3100-END.

       3110-PRINT-STORE-REFUNDS.
           compute ws-store-number = ws-store-slot - 1.
           SET ws-act-idx              to 1
           PERFORM 3120-PRINT-ONE-REFUND VARYING ws-act-idx
               from 1 BY 1
               until ws-act-idx > ws-act-count.
       3110-END.

       3120-PRINT-ONE-REFUND.
           if(ws-ae-type(ws-act-idx) = "R") and
               (ws-ae-store(ws-act-idx) = ws-store-number) then
               move ws-act-entry(ws-act-idx)
                                        to LA-ACTIVITY-RECORD
               move LA-ACTIVITY-DATE    to ws-rd-date
               move LA-STORE-NUMBER     to ws-rd-store
               move LA-INVOICE-NUMBER   to ws-rd-invoice
               move LA-REFUND-AMNT      to ws-rd-amount
               move LA-SALE-STORE       to ws-rd-sale-store
               move LA-SALE-DATE        to ws-rd-sale-date
               move LA-SALE-TENDER      to ws-rd-sale-tender
               move LA-REFUND-TENDER    to ws-rd-refund-tender
               move spaces              to ws-rd-flags
               if(LA-OTHER-STORE) then
                   move "S"             to ws-rd-flag-other
               end-if
               if(LA-CASH-FOR-CARD) then
                   move "C"             to ws-rd-flag-card
               end-if
               if(LA-QUICK-REFUND) then
                   move "Q"             to ws-rd-flag-quick
               end-if
               if(LA-BLOCKED-ATTEMPT) then
                   move "B"             to ws-rd-flag-blocked
               end-if
               write print-line from ws-refund-detail
                   after advancing 1 line
           end-if.
       3120-END.

      *    every store with a sale, a refund, or a flagged attempt
      *    in the week is ranked.
       3200-RANK-STORES.
           PERFORM 3210-RANK-ONE-STORE
               VARYING ws-store-slot from 1 BY 1
               until ws-store-slot > 100.
       3200-END.

       3210-RANK-ONE-STORE.
           if(ws-wk-sales(ws-store-slot) > 0) or
               (ws-wk-refunds(ws-store-slot) > 0) or
               (ws-wk-blocked-count(ws-store-slot) > 0) or
               (ws-wk-other-count(ws-store-slot) > 0) then
               MOVE "N"                 to WS-SLOT-FOUND-SW
               compute ws-rank-slot-idx = ws-rank-count + 1
               SET ws-rank-idx          to 1
               PERFORM 3220-CHECK-RANK-SLOT VARYING ws-rank-idx
                   from 1 BY 1
                   until ws-rank-idx > ws-rank-count
                   or WS-SLOT-FOUND
               ADD 1                    to ws-rank-count
               PERFORM 3230-SHIFT-ONE-RANK
                   VARYING ws-rank-shift-idx from ws-rank-count BY -1
                   until ws-rank-shift-idx NOT > ws-rank-slot-idx
               SET ws-rank-idx          to ws-rank-slot-idx
               move ws-store-slot       to ws-rk-store-slot(ws-rank-idx)
               move ws-wk-ratio(ws-store-slot)
                                        to ws-rk-ratio(ws-rank-idx)
           end-if.
       3210-END.

       3220-CHECK-RANK-SLOT.
           if(ws-rk-ratio(ws-rank-idx) < ws-wk-ratio(ws-store-slot))
               then
               SET WS-SLOT-FOUND        to true
               SET ws-rank-slot-idx     to ws-rank-idx
           end-if.
       3220-END.

       3230-SHIFT-ONE-RANK.
           move ws-rank-entry(ws-rank-shift-idx - 1)
                                   to ws-rank-entry(ws-rank-shift-idx).
       3230-END.

       3250-PRINT-RANKING.
           move "STORES RANKED BY REFUND-TO-SALES RATIO"
                                        to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 3 line.
           write print-line    from ws-rank-heading-for-line1
               after advancing 2 line.
           write print-line    from ws-blank-line
               after advancing 1 line.
           SET ws-rank-idx             to 1
           PERFORM 3260-PRINT-ONE-RANK VARYING ws-rank-idx
               from 1 BY 1
               until ws-rank-idx > ws-rank-count.
       3250-END.

       3260-PRINT-ONE-RANK.
           move ws-rk-store-slot(ws-rank-idx)
                                        to ws-store-slot.
           compute ws-lookup-store = ws-store-slot - 1.
           PERFORM 3400-FIND-STORE-NAME.
           SET ws-rk-rank-val           to ws-rank-idx.
           move ws-lookup-store         to ws-rk-store-val.
           move ws-store-name           to ws-rk-name-val.
           move ws-wk-sales(ws-store-slot)
                                        to ws-rk-sales-val.
           move ws-wk-refunds(ws-store-slot)
                                        to ws-rk-refunds-val.
           move ws-wk-ratio(ws-store-slot)
                                        to ws-rk-ratio-val.
           compute ws-ratio-variance =
               ws-wk-ratio(ws-store-slot) - ws-chain-ratio.
           move ws-ratio-variance       to ws-rk-variance-val.
           write print-line from ws-rank-detail
               after advancing 1 line.
       3260-END.

      *    a store is watched when its ratio runs above the chain's
      *    or when any of its refunds was flagged, worst ratio first.
       3300-PRINT-WATCH-LIST.
           move "STORE WATCH LIST"      to ws-section-title.
           write print-line    from ws-section-heading
               after advancing 3 line.
           write print-line    from ws-watch-heading-for-line1
               after advancing 2 line.
           write print-line    from ws-blank-line
               after advancing 1 line.
           SET ws-rank-idx             to 1
           PERFORM 3310-PRINT-ONE-WATCH VARYING ws-rank-idx
               from 1 BY 1
               until ws-rank-idx > ws-rank-count.
       3300-END.

       3310-PRINT-ONE-WATCH.
           move ws-rk-store-slot(ws-rank-idx)
                                        to ws-store-slot.
           if(ws-wk-ratio(ws-store-slot) > ws-chain-ratio) or
               (ws-wk-other-count(ws-store-slot) > 0) or
               (ws-wk-card-count(ws-store-slot) > 0) or
               (ws-wk-quick-count(ws-store-slot) > 0) or
               (ws-wk-blocked-count(ws-store-slot) > 0) then
               compute ws-lookup-store = ws-store-slot - 1
               PERFORM 3400-FIND-STORE-NAME
               move ws-lookup-store     to ws-wl-store-val
               move ws-store-name       to ws-wl-name-val
               move ws-wk-ratio(ws-store-slot)
                                        to ws-wl-ratio-val
               move ws-wk-other-count(ws-store-slot)
                                        to ws-wl-other-val
               move ws-wk-card-count(ws-store-slot)
                                        to ws-wl-card-val
               move ws-wk-quick-count(ws-store-slot)
                                        to ws-wl-quick-val
               move ws-wk-blocked-count(ws-store-slot)
                                        to ws-wl-blocked-val
               if(ws-wk-ratio(ws-store-slot) > ws-chain-ratio) then
                   move "ABOVE AVG"     to ws-wl-reason-val
               else
                   move "FLAGGED"       to ws-wl-reason-val
               end-if
               write print-line from ws-watch-detail
                   after advancing 1 line
           end-if.
       3310-END.

       3400-FIND-STORE-NAME.
           MOVE "N"                     to WS-STORE-FOUND-SW.
           move "NOT ON STORE MASTER"   to ws-store-name.
           SET ws-store-search-idx      to 1
           PERFORM 3410-CHECK-ST-ENTRY
               VARYING ws-store-search-idx from 1 BY 1
               until ws-store-search-idx > ST-STORE-COUNT
               or WS-STORE-FOUND.
       3400-END.

       3410-CHECK-ST-ENTRY.
           SET ST-IDX                   to ws-store-search-idx.
           if(ws-lookup-store = ST-STORE-NUMBER(ST-IDX)) then
               SET WS-STORE-FOUND       to true
               move ST-STORE-NAME(ST-IDX)
                                        to ws-store-name
           end-if.
       3410-END.

       3500-REWRITE-ACTIVITY.
           OPEN OUTPUT activity-file.
           SET ws-act-idx              to 1
           PERFORM 3510-WRITE-ONE-ACTIVITY VARYING ws-act-idx
               from 1 BY 1
               until ws-act-idx > ws-act-count.
           CLOSE activity-file.
       3500-END.

       3510-WRITE-ONE-ACTIVITY.
           write activity-record from ws-act-entry(ws-act-idx).
       3510-END.

       9999-CLOSE-OUT.
           CLOSE valid-trans-file.
           if(NOT WS-HIST-ABSENT) then
               CLOSE invoice-history-file
           end-if.
       9999-END.

       END PROGRAM Program24.
