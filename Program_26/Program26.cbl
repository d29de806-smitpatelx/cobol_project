       identification division.
       program-id. Program26.
       author.Smit Patel. Devansh Patel.

      *    daily budget-versus-actual flash for the morning call --
      *    for every open store, the business day's net sales from
      *    the validated master, the month-to-date net from the two
      *    MTD files, the month's budget from the budget master, the
      *    percent of budget achieved, and the pace: month-to-date
      *    net against the share of the budget the elapsed days of
      *    the month should have brought in.  a store further behind
      *    pace than the posted percentage is flagged.
       environment division.
       input-output section.
       file-control.
      *    the validated daily transaction master written by the
      *    front-end edit pass.
           select valid-trans-file
               assign "../../../data/ValidatedTransactions.dat"
               organization is line sequential.
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
      *    planned net sales per store and month, kept by the budget
      *    maintenance program.  a month with no budgets keyed yet
      *    still prints its actuals.
           select budget-master-file
               assign "../../../data/store_budget.dat"
               organization is line sequential
               file status is ws-budget-status.
      *
      *    how far behind pace, in percent, a store may run before
      *    it is flagged.  optional: the default stands when absent.
           select pace-tolerance-file
               assign "../../../data/pace_tolerance.dat"
               organization is line sequential
               file status is ws-tolerance-status.
      *
           select store-master-file
               assign "../../../data/store_master.dat"
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
       fd budget-master-file
           record contains 17 characters
           data record is BM-BUDGET-RECORD.
      *
           COPY BUDGMAST.
      *
       fd pace-tolerance-file
           record contains 4 characters
           data record is pace-tolerance-record.
      *
       01 pace-tolerance-record.
           05 pt-behind-pace-pct       pic 9(2)V99.
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
           05 WS-SL-MTD-EOF-FLAG        pic X value "N".
           05 WS-RET-MTD-EOF-FLAG       pic X value "N".
           05 WS-BM-EOF-FLAG            pic X value "N".
           05 ws-sl-mtd-status          pic XX.
           05 ws-ret-mtd-status         pic XX.
           05 ws-budget-status          pic XX.
           05 ws-tolerance-status       pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-STORE-FOUND-SW         pic X value "N".
               88 WS-STORE-FOUND            value "Y".

           COPY STABLE.

      *    header/trailer control verification -- the edit pass
      *    closes the validated master with its own trailer, and
      *    this pass proves it read the whole file before the day's
      *    numbers go out.
           COPY TRNCTL.

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.

       01 ws-run-date-view REDEFINES ws-dated-name-fields.
           05 ws-run-month-key         pic 9(4).
           05 ws-run-day               pic 9(2).
           05 filler                   pic x(60).

       01 ws-run-month-view REDEFINES ws-dated-name-fields.
           05 ws-run-year              pic 9(2).
           05 ws-run-month             pic 9(2).
           05 filler                   pic x(62).

       01 ws-file-control-fields.
           05 WS-VT-TRAILER-SEEN-SW     pic X value "N".
               88 WS-VT-TRAILER-SEEN        value "Y".
           05 ws-vt-read-count          pic 9(9) value 0.
           05 ws-vt-hash-total          pic 9(13)V99 value 0.
           05 ws-vt-expect-count        pic 9(9) value 0.
           05 ws-vt-expect-hash         pic 9(13)V99 value 0.
           05 ws-abend-reason           pic x(40) value spaces.

      *    used when no tolerance file has been posted.
       77 ws-default-behind-pct       pic 9(2)V99 value 10.00.

      *    days in each month of a normal year -- February is
      *    corrected for leap years.
       01 ws-days-in-month-values.
           05 filler                    pic x(24) value
               "312831303130313130313031".

       01 ws-days-in-month-table REDEFINES ws-days-in-month-values.
           05 ws-days-in-month OCCURS 12 TIMES
                   pic 99.

      *    the day's, month's and budget figures per open store,
      *    parallel to the store table.
       01 ws-flash-table.
           05 ws-flash-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ST-STORE-COUNT
                   INDEXED BY indx-for-store.
               10 ws-fl-day-net        pic S9(9)V99 value 0.
               10 ws-fl-mtd-sl         pic 9(9)V99 value 0.
               10 ws-fl-mtd-returns    pic 9(9)V99 value 0.
               10 ws-fl-budget         pic 9(9)V99 value 0.
               10 ws-fl-has-budget     pic X value "N".

       01 ws-work-fields.
           05 ws-store-search-idx      pic 9(4) value 0.
           05 ws-matched-store-idx     pic 9(4) value 0.
           05 ws-lookup-store          pic 99.
           05 ws-behind-pct            pic 9(2)V99 value 0.
           05 ws-flag-below-pct        pic 9(3)V99 value 0.
           05 ws-month-days            pic 99 value 0.
           05 ws-leap-quotient         pic 9(2) value 0.
           05 ws-leap-remainder        pic 9(2) value 0.
           05 ws-elapsed-pct           pic 9(3)V9 value 0.
           05 ws-mtd-net               pic S9(9)V99 value 0.
           05 ws-pace-budget           pic 9(9)V99 value 0.
           05 ws-pct-work              pic S9(7)V9 value 0.
           05 ws-pct-of-budget         pic S9(3)V9 value 0.
           05 ws-pct-of-pace           pic S9(3)V9 value 0.
           05 ws-behind-count          pic 9(4) value 0.
           05 ws-chain-day-net         pic S9(11)V99 value 0.
           05 ws-chain-mtd-net         pic S9(11)V99 value 0.
           05 ws-chain-budget          pic 9(11)V99 value 0.
           05 ws-chain-pace-budget     pic 9(11)V99 value 0.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "DAILY BUDGET FLASH".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-month-line.
           05 filler                   pic x(16)
               value "  BUSINESS DATE ".
           05 ws-ml-date               pic 9(6).
           05 filler                   pic x(9)  value "  -  DAY ".
           05 ws-ml-day                pic 99.
           05 filler                   pic x(4)  value " OF ".
           05 ws-ml-month-days         pic 99.
           05 filler                   pic x(2)  value " (".
           05 ws-ml-elapsed-pct        pic zz9.9.
           05 filler                   pic x(11) value "% OF MONTH)".
           05 filler                   pic x(16) value spaces.

       01 ws-tolerance-line.
           05 filler                   pic x(41)
               value "  FLAGGED WHEN BEHIND PACE BY MORE THAN ".
           05 ws-tl-pct                pic z9.99.
           05 filler                   pic x     value "%".
           05 filler                   pic x(26) value spaces.

       01 ws-r-heading-for-line1.
           05 filler                   pic X(7)  value "  Store".
           05 filler                   pic X(11) value "  Yesterday".
           05 filler                   pic X(14) value "       MTD Net".
           05 filler                   pic X(13) value "       Budget".
           05 filler                   pic X(8)  value "   % Bud".
           05 filler                   pic X(8)  value "  % Pace".
           05 filler                   pic X(9)  value "   Flag".
           05 filler                   pic X(3)  value spaces.

       01 ws-repo-info.
           05 filler                   pic X(2)  value spaces.
           05 ws-str-num               pic 99.
           05 ws-str-num-x REDEFINES ws-str-num
                                       pic XX.
           05 filler                   pic X(3)  value spaces.
           05 ws-day-net-val           pic $(6)9.99-.
           05 filler                   pic X(2)  value spaces.
           05 ws-mtd-net-val           pic $(7)9.99-.
           05 filler                   pic X(2)  value spaces.
           05 ws-budget-val            pic $(7)9.99.
           05 filler                   pic X(2)  value spaces.
           05 ws-pct-budget-val        pic zz9.9-.
           05 filler                   pic X(2)  value spaces.
           05 ws-pct-pace-val          pic zz9.9-.
           05 filler                   pic X(3)  value spaces.
           05 ws-flag-val              pic X(6).
           05 filler                   pic X(3)  value spaces.

       01 ws-behind-count-line.
           05 filler                   pic x(35)
               value "  STORES BEHIND PACE             : ".
           05 ws-bc-count              pic zzz9.
           05 filler                   pic x(34) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-TRANSACTIONS
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 2900-VERIFY-FILE-TRAILER.
           PERFORM 2200-LOAD-SL-MTD.
           PERFORM 2300-LOAD-RETURNS-MTD.
           PERFORM 2400-LOAD-BUDGETS.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/BudgetFlash_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
           PERFORM 0044-READ-PACE-TOLERANCE.
           PERFORM 0045-COMPUTE-ELAPSED-SHARE.
           PERFORM 0050-LOAD-STORE-MASTER.
           OPEN INPUT valid-trans-file.
           PERFORM 1100-VERIFY-VT-HEADER.
           OPEN OUTPUT output-file.
           WRITE print-line from ws-r-heading.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- it fixes both the month the
      *    budget is taken for and how much of it has gone by.
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

       0044-READ-PACE-TOLERANCE.
           move ws-default-behind-pct   to ws-behind-pct.
           OPEN INPUT pace-tolerance-file.
           if(ws-tolerance-status = "00") then
               READ pace-tolerance-file
                   AT END CONTINUE
               END-READ
               if(ws-tolerance-status = "00") and
                   (pt-behind-pace-pct NUMERIC) then
                   move pt-behind-pace-pct
                                        to ws-behind-pct
               end-if
               CLOSE pace-tolerance-file
           end-if.
           compute ws-flag-below-pct = 100 - ws-behind-pct.
       0044-END.

      *    the business day counts as elapsed -- its sales are in
      *    the month-to-date figures.  years 00-99 are 2000-2099, so
      *    divisible-by-four is the whole leap rule.
       0045-COMPUTE-ELAPSED-SHARE.
           move ws-days-in-month(ws-run-month)
                                        to ws-month-days.
           if(ws-run-month = 2) then
               DIVIDE ws-run-year BY 4
                   GIVING ws-leap-quotient
                   REMAINDER ws-leap-remainder
               if(ws-leap-remainder = 0) then
                   move 29              to ws-month-days
               end-if
           end-if.
           compute ws-elapsed-pct ROUNDED =
               (ws-run-day * 100) / ws-month-days.
       0045-END.

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

      *    the header must be today's -- a master left behind by a
      *    skipped or failed edit run would otherwise report
      *    yesterday's sales as today's.
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

      *    net is sales less returns, the same as the month-end
      *    statement's net.
       2010-POST-VT-RECORD.
           move VT-STORE-NUMBER         to ws-lookup-store.
           PERFORM 2100-FIND-STORE.
           if(WS-STORE-FOUND) then
               if(VT-TRANS-CODE = "R") then
                   SUBTRACT VT-TRANS-AMNT from
                       ws-fl-day-net(ws-matched-store-idx)
               else
                   ADD VT-TRANS-AMNT    to
                       ws-fl-day-net(ws-matched-store-idx)
               end-if
           end-if.
       2010-END.

       2100-FIND-STORE.
           MOVE "N"                     to WS-STORE-FOUND-SW.
           SET ws-store-search-idx      to 1
           PERFORM 2110-CHECK-ST-ENTRY
               VARYING ws-store-search-idx from 1 BY 1
               until ws-store-search-idx > ST-STORE-COUNT
               or WS-STORE-FOUND.
       2100-END.

       2110-CHECK-ST-ENTRY.
           SET ST-IDX                   to ws-store-search-idx.
           if(ws-lookup-store = ST-STORE-NUMBER(ST-IDX)) then
               SET WS-STORE-FOUND       to true
               move ws-store-search-idx to ws-matched-store-idx
           end-if.
       2110-END.

      *    a month with no daily runs yet leaves no MTD file behind
      *    -- the flash still prints, with nothing month-to-date.
       2200-LOAD-SL-MTD.
           OPEN INPUT sl-mtd-file.
           if(ws-sl-mtd-status = "00") then
               PERFORM 2205-READ-SL-MTD-RECORD
               PERFORM 2210-POST-SL-MTD-RECORD
                   UNTIL WS-SL-MTD-EOF-FLAG = "Y"
               CLOSE sl-mtd-file
           end-if.
       2200-END.

       2205-READ-SL-MTD-RECORD.
           READ sl-mtd-file
               AT END move "Y"          to WS-SL-MTD-EOF-FLAG
           END-READ.
       2205-END.

       2210-POST-SL-MTD-RECORD.
           move sl-mtd-store-number     to ws-lookup-store.
           PERFORM 2100-FIND-STORE.
           if(WS-STORE-FOUND) then
               move sl-mtd-store-total  to
                   ws-fl-mtd-sl(ws-matched-store-idx)
           end-if.
           PERFORM 2205-READ-SL-MTD-RECORD.
       2210-END.

       2300-LOAD-RETURNS-MTD.
           OPEN INPUT returns-mtd-file.
           if(ws-ret-mtd-status = "00") then
               PERFORM 2305-READ-RET-MTD-RECORD
               PERFORM 2310-POST-RET-MTD-RECORD
                   UNTIL WS-RET-MTD-EOF-FLAG = "Y"
               CLOSE returns-mtd-file
           end-if.
       2300-END.

       2305-READ-RET-MTD-RECORD.
           READ returns-mtd-file
               AT END move "Y"          to WS-RET-MTD-EOF-FLAG
           END-READ.
       2305-END.

       2310-POST-RET-MTD-RECORD.
           move ret-mtd-store-number    to ws-lookup-store.
           PERFORM 2100-FIND-STORE.
           if(WS-STORE-FOUND) then
               move ret-mtd-store-total to
                   ws-fl-mtd-returns(ws-matched-store-idx)
           end-if.
           PERFORM 2305-READ-RET-MTD-RECORD.
       2310-END.

      *    only the business date's month is wanted; budgets for
      *    other months and for closed stores are passed over.
       2400-LOAD-BUDGETS.
           OPEN INPUT budget-master-file.
           if(ws-budget-status = "00") then
               PERFORM 2405-READ-BUDGET-RECORD
               PERFORM 2410-POST-BUDGET-RECORD
                   UNTIL WS-BM-EOF-FLAG = "Y"
               CLOSE budget-master-file
           end-if.
       2400-END.

       2405-READ-BUDGET-RECORD.
           READ budget-master-file
               AT END move "Y"          to WS-BM-EOF-FLAG
           END-READ.
       2405-END.

       2410-POST-BUDGET-RECORD.
           if(BM-BUDGET-MONTH = ws-run-month-key) then
               move BM-STORE-NUMBER     to ws-lookup-store
               PERFORM 2100-FIND-STORE
               if(WS-STORE-FOUND) then
                   move BM-PLANNED-NET  to
                       ws-fl-budget(ws-matched-store-idx)
                   move "Y"             to
                       ws-fl-has-budget(ws-matched-store-idx)
               end-if
           end-if.
           PERFORM 2405-READ-BUDGET-RECORD.
       2410-END.

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
      *    validated master publish a clean-looking flash.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM26 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       3000-PRINT-REPORT.
           move ws-run-date             to ws-ml-date.
           move ws-run-day              to ws-ml-day.
           move ws-month-days           to ws-ml-month-days.
           move ws-elapsed-pct          to ws-ml-elapsed-pct.
           write print-line    from ws-month-line
               after advancing 1 line.
           move ws-behind-pct           to ws-tl-pct.
           write print-line    from ws-tolerance-line
               after advancing 1 line.
           write print-line    from ws-r-heading-for-line1
               after advancing 2 line.
           write print-line    from ws-blank-line
               after advancing 1 line.

           SET indx-for-store          to 1
           PERFORM 3010-PRINT-STORE-LINE VARYING indx-for-store
               from 1 BY 1
               until indx-for-store > ST-STORE-COUNT.

           PERFORM 3100-PRINT-CHAIN-LINE.
           move ws-behind-count         to ws-bc-count.
           write print-line from ws-behind-count-line
               after advancing 2 line.
       3000-END.

       3010-PRINT-STORE-LINE.
           SET ST-IDX                  to indx-for-store.
           compute ws-mtd-net =
               ws-fl-mtd-sl(indx-for-store) -
               ws-fl-mtd-returns(indx-for-store).
           compute ws-pace-budget ROUNDED =
               (ws-fl-budget(indx-for-store) * ws-run-day)
               / ws-month-days.

           ADD ws-fl-day-net(indx-for-store)
                                        to ws-chain-day-net.
           ADD ws-mtd-net               to ws-chain-mtd-net.
           ADD ws-fl-budget(indx-for-store)
                                        to ws-chain-budget.
           ADD ws-pace-budget           to ws-chain-pace-budget.

           move ST-STORE-NUMBER(ST-IDX) to ws-str-num.
           move ws-fl-day-net(indx-for-store)
                                        to ws-day-net-val.
           move ws-mtd-net              to ws-mtd-net-val.
           move ws-fl-budget(indx-for-store)
                                        to ws-budget-val.

           if(ws-fl-has-budget(indx-for-store) = "Y") and
               (ws-fl-budget(indx-for-store) > 0) then
               PERFORM 3050-COMPUTE-PERCENTAGES
               if(ws-pct-of-pace < ws-flag-below-pct) then
                   move "BEHIND"        to ws-flag-val
                   ADD 1                to ws-behind-count
               else
                   move spaces          to ws-flag-val
               end-if
           else
               move 0                   to ws-pct-of-budget
               move 0                   to ws-pct-of-pace
               move "NO BUD"            to ws-flag-val
           end-if.
           move ws-pct-of-budget        to ws-pct-budget-val.
           move ws-pct-of-pace          to ws-pct-pace-val.

           write print-line from ws-repo-info
               after advancing 1 line.
       3010-END.

      *    percentages are held to 999.9 either way -- a store far
      *    past its budget early in the month is good news, not an
      *    overflow.
       3050-COMPUTE-PERCENTAGES.
           compute ws-pct-work ROUNDED =
               (ws-mtd-net * 100) / ws-fl-budget(indx-for-store).
           PERFORM 3060-CAP-PERCENTAGE.
           move ws-pct-work             to ws-pct-of-budget.
           if(ws-pace-budget > 0) then
               compute ws-pct-work ROUNDED =
                   (ws-mtd-net * 100) / ws-pace-budget
           else
               move 0                   to ws-pct-work
           end-if.
           PERFORM 3060-CAP-PERCENTAGE.
           move ws-pct-work             to ws-pct-of-pace.
       3050-END.

       3060-CAP-PERCENTAGE.
           if(ws-pct-work > 999.9) then
               move 999.9               to ws-pct-work
           end-if.
           if(ws-pct-work < -999.9) then
               move -999.9              to ws-pct-work
           end-if.
       3060-END.

      *    the chain line is measured the same way, against the sum
      *    of every open store's budget.
       3100-PRINT-CHAIN-LINE.
           move ws-chain-mtd-net        to ws-mtd-net.
           move spaces                  to ws-str-num-x.
           move ws-chain-day-net        to ws-day-net-val.
           move ws-chain-mtd-net        to ws-mtd-net-val.
           move ws-chain-budget         to ws-budget-val.
           move 0                       to ws-pct-of-budget.
           move 0                       to ws-pct-of-pace.
           if(ws-chain-budget > 0) then
               compute ws-pct-work ROUNDED =
                   (ws-chain-mtd-net * 100) / ws-chain-budget
               PERFORM 3060-CAP-PERCENTAGE
               move ws-pct-work         to ws-pct-of-budget
           end-if.
           if(ws-chain-pace-budget > 0) then
               compute ws-pct-work ROUNDED =
                   (ws-chain-mtd-net * 100) / ws-chain-pace-budget
               PERFORM 3060-CAP-PERCENTAGE
               move ws-pct-work         to ws-pct-of-pace
           end-if.
           move ws-pct-of-budget        to ws-pct-budget-val.
           move ws-pct-of-pace          to ws-pct-pace-val.
           move "CHAIN"                 to ws-flag-val.
           write print-line from ws-repo-info
               after advancing 2 line.
       3100-END.

       9999-CLOSE-OUT.
           CLOSE valid-trans-file output-file.
       9999-END.

       END PROGRAM Program26.
