       identification division.
       program-id. Program21.
       author.Smit Patel. Devansh Patel.

      *    suspense aging report -- every item still open on the
      *    suspense master, grouped by store, with how long it has
      *    sat there since the edit pass first rejected it.  items
      *    first rejected in an earlier month are flagged, so
      *    nothing is carried past month-end without someone seeing
      *    it, and the chain's open items are summed by age band.
       environment division.
       input-output section.
       file-control.
      *    the suspense master as the maintenance pass left it.
           select suspense-master-file
               assign "../../../data/SuspenseMaster.dat"
               organization is line sequential
               file status is ws-master-status.
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
       fd suspense-master-file
           record contains 116 characters
           data record is SP-SUSPENSE-RECORD.
      *
           COPY SUSPENSE.
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
           05 WS-SP-EOF-FLAG           pic X value "N".
           05 ws-master-status         pic XX.
           05 WS-MASTER-OPEN-SW        pic X value "N".
               88 WS-MASTER-OPEN           value "Y".
           05 WS-OUT-OPEN-SW           pic X value "N".
               88 WS-OUT-OPEN              value "Y".
           05 ws-procdate-status       pic XX.
           05 WS-STORE-HEADED-SW       pic X value "N".
               88 WS-STORE-HEADED          value "Y".

      *    one entry per open item -- the item's first record
      *    (line 000) carries everything the report shows.
       01 ws-item-table-control.
           05 ws-item-count            pic 9(4) value 0.
           05 ws-item-max              pic 9(4) value 5000.

       01 ws-item-table.
           05 ws-item-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-item-count
                   INDEXED BY ws-item-idx.
               10 ws-it-reject-date    pic 9(6).
               10 ws-it-sequence       pic 9(5).
               10 ws-it-source         pic X.
               10 ws-it-reason         pic X(2).
               10 ws-it-store          pic X(2).
               10 ws-it-invoice        pic X(9).
               10 ws-it-first-date     pic 9(6).
               10 ws-it-age            pic 9(3).
               10 ws-it-amount         pic 9(5)V99.

      *    the age bands the chain summary is cut into.
       01 ws-band-values.
           05 filler                   pic x(13) value "  0 -  7 DAYS".
           05 filler                   pic 9(3)  value 7.
           05 filler                   pic x(13) value "  8 - 30 DAYS".
           05 filler                   pic 9(3)  value 30.
           05 filler                   pic x(13) value " 31 - 60 DAYS".
           05 filler                   pic 9(3)  value 60.
           05 filler                   pic x(13) value " OVER 60 DAYS".
           05 filler                   pic 9(3)  value 999.

       01 ws-band-table REDEFINES ws-band-values.
           05 ws-band-entry OCCURS 4 TIMES
                   INDEXED BY ws-band-idx.
               10 ws-band-label        pic x(13).
               10 ws-band-limit        pic 9(3).

       01 ws-band-totals.
           05 ws-band-total OCCURS 4 TIMES.
               10 ws-band-count        pic 9(5) value 0.
               10 ws-band-amount       pic 9(9)V99 value 0.

      *    the walking date -- the business date stepped back a day
      *    at a time until it reaches the first-reject date, the
      *    same day-walking the edit pass uses for its return
      *    window.
       01 ws-cutoff-date.
           05 ws-co-year               pic 9(2).
           05 ws-co-month              pic 9(2).
           05 ws-co-day                pic 9(2).

       01 ws-cutoff-date-n REDEFINES ws-cutoff-date
                                       pic 9(6).

      *    days in each month of a normal year -- February is
      *    corrected for leap years as the date is walked back.
       01 ws-days-in-month-values.
           05 filler                   pic x(24) value
               "312831303130313130313031".

       01 ws-days-in-month-table REDEFINES ws-days-in-month-values.
           05 ws-days-in-month OCCURS 12 TIMES
                   pic 99.

      *    an item older than this prints as this -- it is long
      *    past every band and every month-end by then.
       77 ws-max-age                   pic 9(3) value 999.

       01 ws-run-date-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-run-date-x REDEFINES ws-run-date.
               10 ws-run-yymm          pic 9(4).
               10 filler               pic 9(2).

       01 ws-first-date-fields.
           05 ws-first-date            pic 9(6) value 0.
           05 ws-first-date-x REDEFINES ws-first-date.
               10 ws-first-yymm        pic 9(4).
               10 filler               pic 9(2).

       01 ws-work-fields.
           05 ws-age-days              pic 9(3) value 0.
           05 ws-leap-quotient         pic 9(2) value 0.
           05 ws-leap-remainder        pic 9(2) value 0.
           05 ws-store-loop            pic 9(3) value 0.
           05 ws-store-key             pic X(2).
           05 ws-store-key-n REDEFINES ws-store-key
                                       pic 9(2).
           05 ws-store-count           pic 9(5) value 0.
           05 ws-store-amount          pic 9(9)V99 value 0.
           05 ws-prior-month-count     pic 9(5) value 0.
           05 ws-chain-count           pic 9(5) value 0.
           05 ws-chain-amount          pic 9(9)V99 value 0.
           05 ws-abend-reason          pic x(40) value spaces.
           05 ws-report-file-name      pic x(60) value spaces.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "SUSPENSE AGING REPORT".
           05 filler                   pic x(27) value spaces.
           05 filler                   pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-r-heading-for-line1.
           05 filler                   pic X(2)  value spaces.
           05 filler                   pic X(13) value "Item".
           05 filler                   pic X(2)  value "S".
           05 filler                   pic X(3)  value "Rsn".
           05 filler                   pic X(10) value "Invoice".
           05 filler                   pic X(7)  value "First".
           05 filler                   pic X(4)  value "Age".
           05 filler                   pic X(9)  value "   Amount".
           05 filler                   pic X(1)  value spaces.
           05 filler                   pic X(11) value "Flag".
           05 filler                   pic X(11) value spaces.

       01 ws-blank-line.
           05 filler                   pic x(73) value spaces.

       01 ws-store-heading-line.
           05 filler                   pic x(8)  value "STORE : ".
           05 ws-sh-store              pic x(2).
           05 filler                   pic x(63) value spaces.

       01 ws-repo-info.
           05 filler                   pic X(2)  value spaces.
           05 ws-ri-reject-date        pic 9(6).
           05 filler                   pic X     value "-".
           05 ws-ri-sequence           pic 9(5).
           05 filler                   pic X     value spaces.
           05 ws-ri-source             pic X.
           05 filler                   pic X     value spaces.
           05 ws-ri-reason             pic X(2).
           05 filler                   pic X     value spaces.
           05 ws-ri-invoice            pic X(9).
           05 filler                   pic X     value spaces.
           05 ws-ri-first-date         pic 9(6).
           05 filler                   pic X     value spaces.
           05 ws-ri-age                pic zz9.
           05 filler                   pic X     value spaces.
           05 ws-ri-amount             pic $(5)9.99.
           05 filler                   pic X     value spaces.
           05 ws-ri-flag               pic X(11).
           05 filler                   pic X(11) value spaces.

       01 ws-store-total-line.
           05 filler                   pic x(22)
               value "  OPEN ITEMS, STORE  ".
           05 ws-st-store              pic x(2).
           05 filler                   pic x(3)  value " : ".
           05 ws-st-count              pic zzzz9.
           05 filler                   pic x(3)  value spaces.
           05 ws-st-amount             pic $(8)9.99.
           05 filler                   pic x(26) value spaces.

       01 ws-band-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-bl-label              pic x(13).
           05 filler                   pic x(3)  value " : ".
           05 ws-bl-count              pic zzzz9.
           05 filler                   pic x(3)  value spaces.
           05 ws-bl-amount             pic $(8)9.99.
           05 filler                   pic x(35) value spaces.

       01 ws-chain-total-line.
           05 filler                   pic x(18)
               value "  ALL OPEN ITEMS :".
           05 ws-ct-count              pic zzzz9.
           05 filler                   pic x(3)  value spaces.
           05 ws-ct-amount             pic $(8)9.99.
           05 filler                   pic x(35) value spaces.

       01 ws-prior-month-line.
           05 filler                   pic x(35)
               value "  OPEN FROM A PRIOR MONTH        : ".
           05 ws-pm-count              pic zzzz9.
           05 filler                   pic x(33) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPEN-ITEMS
               UNTIL WS-SP-EOF-FLAG = "Y".
           PERFORM 3000-PRINT-REPORT.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/SuspenseAging_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
      *
      *    no master yet means nothing has ever gone into suspense
      *    -- the report still goes out, empty, so its absence is
      *    never mistaken for a clean book.
      *
           OPEN INPUT suspense-master-file.
           if(ws-master-status NOT = "00") then
               move "Y"                 to WS-SP-EOF-FLAG
           else
               SET WS-MASTER-OPEN       to true
           end-if.
           OPEN OUTPUT output-file.
           SET WS-OUT-OPEN              to true.
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

       0048-COUNT-ONE-DAY.
           PERFORM 0046-DECREMENT-ONE-DAY.
           ADD 1                        to ws-age-days.
       0048-END.

       2000-LOAD-OPEN-ITEMS.
           READ suspense-master-file
               AT END move "Y"          to WS-SP-EOF-FLAG
               NOT AT END
                   if(SP-ITEM-OPEN) and (SP-LINE-NUMBER = 0) then
                       PERFORM 2010-ADD-OPEN-ITEM
                   end-if
           END-READ.
       2000-END.

       2010-ADD-OPEN-ITEM.
           if(ws-item-count NOT < ws-item-max) then
               move "SUSPENSE ITEM TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-item-count.
           SET ws-item-idx              to ws-item-count.
           move SP-REJECT-DATE          to
                                       ws-it-reject-date(ws-item-idx).
           move SP-ITEM-SEQUENCE        to
                                       ws-it-sequence(ws-item-idx).
           move SP-SOURCE-FILE          to
                                       ws-it-source(ws-item-idx).
           move SP-REASON-CODE          to
                                       ws-it-reason(ws-item-idx).
           move SP-STORE-NUMBER         to
                                       ws-it-store(ws-item-idx).
           move SP-FIRST-REJECT-DATE    to
                                       ws-it-first-date(ws-item-idx).
           move 0                       to ws-it-amount(ws-item-idx).

           if(SP-FROM-ITEMIZED) then
               move SP-RAW-ITM-INVOICE  to ws-it-invoice(ws-item-idx)
               if(SP-RAW-ITM-TOTAL NUMERIC) then
                   move SP-RAW-ITM-TOTAL
                                        to ws-it-amount(ws-item-idx)
               end-if
           else
               move SP-RAW-INVOICE      to ws-it-invoice(ws-item-idx)
               if(SP-RAW-AMOUNT NUMERIC) then
                   move SP-RAW-AMOUNT   to ws-it-amount(ws-item-idx)
               end-if
           end-if.

           PERFORM 2020-COMPUTE-AGE.
           move ws-age-days             to ws-it-age(ws-item-idx).
       2010-END.

      *    age is counted from the first time the item went into
      *    suspense, not the latest -- an item that bounces again
      *    after a release keeps its true age.
       2020-COMPUTE-AGE.
           move 0                       to ws-age-days.
           if(SP-FIRST-REJECT-DATE < ws-run-date) then
               move ws-run-date         to ws-cutoff-date-n
               PERFORM 0048-COUNT-ONE-DAY
                   UNTIL ws-cutoff-date-n = SP-FIRST-REJECT-DATE
                   or ws-age-days = ws-max-age
           end-if.
       2020-END.

      *    stores 00-99 in number order, then any item whose store
      *    field was not numeric -- often the very reason it was
      *    rejected -- on its own section at the end.
       3000-PRINT-REPORT.
           write print-line    from ws-r-heading-for-line1
               after advancing 2 line.

           PERFORM 3010-PRINT-NUMERIC-STORE
               VARYING ws-store-loop from 0 BY 1
               until ws-store-loop > 99.

           MOVE "N"                     to WS-STORE-HEADED-SW.
           move 0                       to ws-store-count.
           move 0                       to ws-store-amount.
           move "??"                    to ws-store-key.
           SET ws-item-idx              to 1
           PERFORM 3030-PRINT-IF-STORE-NOT-NUMERIC
               VARYING ws-item-idx from 1 BY 1
               until ws-item-idx > ws-item-count.
           PERFORM 3050-PRINT-STORE-TOTAL.

           PERFORM 3100-PRINT-AGE-SUMMARY.
       3000-END.

       3010-PRINT-NUMERIC-STORE.
           move ws-store-loop           to ws-store-key-n.
           MOVE "N"                     to WS-STORE-HEADED-SW.
           move 0                       to ws-store-count.
           move 0                       to ws-store-amount.
           SET ws-item-idx              to 1
           PERFORM 3020-PRINT-IF-STORE-MATCHES
               VARYING ws-item-idx from 1 BY 1
               until ws-item-idx > ws-item-count.
           PERFORM 3050-PRINT-STORE-TOTAL.
       3010-END.

       3020-PRINT-IF-STORE-MATCHES.
           if(ws-it-store(ws-item-idx) = ws-store-key) then
               PERFORM 3040-PRINT-ONE-ITEM
           end-if.
       3020-END.

       3030-PRINT-IF-STORE-NOT-NUMERIC.
           if(ws-it-store(ws-item-idx) NOT NUMERIC) then
               PERFORM 3040-PRINT-ONE-ITEM
           end-if.
       3030-END.

       3040-PRINT-ONE-ITEM.
           if(NOT WS-STORE-HEADED) then
               move ws-store-key        to ws-sh-store
               write print-line from ws-store-heading-line
                   after advancing 2 line
               SET WS-STORE-HEADED      to true
           end-if.

           move ws-it-reject-date(ws-item-idx)
                                        to ws-ri-reject-date.
           move ws-it-sequence(ws-item-idx)
                                        to ws-ri-sequence.
           move ws-it-source(ws-item-idx)
                                        to ws-ri-source.
           move ws-it-reason(ws-item-idx)
                                        to ws-ri-reason.
           move ws-it-invoice(ws-item-idx)
                                        to ws-ri-invoice.
           move ws-it-first-date(ws-item-idx)
                                        to ws-ri-first-date.
           move ws-it-age(ws-item-idx)  to ws-ri-age.
           move ws-it-amount(ws-item-idx)
                                        to ws-ri-amount.

           move ws-it-first-date(ws-item-idx)
                                        to ws-first-date.
           if(ws-first-yymm < ws-run-yymm) then
               move "PRIOR MONTH"       to ws-ri-flag
               ADD 1                    to ws-prior-month-count
           else
               move spaces              to ws-ri-flag
           end-if.

           write print-line from ws-repo-info
               after advancing 1 line.

           ADD 1                        to ws-store-count.
           ADD ws-it-amount(ws-item-idx) to ws-store-amount.
           ADD 1                        to ws-chain-count.
           ADD ws-it-amount(ws-item-idx) to ws-chain-amount.
           PERFORM 3045-ADD-TO-AGE-BAND.
       3040-END.

      *    the last band's limit is the age cap, so every item
      *    lands in a band before the walk runs off the table.
       3045-ADD-TO-AGE-BAND.
           SET ws-band-idx              to 1
           PERFORM 3046-STEP-AGE-BAND
               until ws-it-age(ws-item-idx) NOT >
                   ws-band-limit(ws-band-idx).
           ADD 1                        to ws-band-count(ws-band-idx).
           ADD ws-it-amount(ws-item-idx)
                                        to ws-band-amount(ws-band-idx).
       3045-END.

       3046-STEP-AGE-BAND.
           SET ws-band-idx              up BY 1.
       3046-END.

      *    a store with nothing open prints nothing at all.
       3050-PRINT-STORE-TOTAL.
           if(WS-STORE-HEADED) then
               move ws-store-key        to ws-st-store
               move ws-store-count      to ws-st-count
               move ws-store-amount     to ws-st-amount
               write print-line from ws-store-total-line
                   after advancing 1 line
           end-if.
       3050-END.

       3100-PRINT-AGE-SUMMARY.
           write print-line from ws-blank-line
               after advancing 1 line.
           SET ws-band-idx              to 1
           PERFORM 3110-PRINT-ONE-BAND VARYING ws-band-idx
               from 1 BY 1
               until ws-band-idx > 4.

           move ws-chain-count          to ws-ct-count.
           move ws-chain-amount         to ws-ct-amount.
           write print-line from ws-chain-total-line
               after advancing 2 line.
           move ws-prior-month-count    to ws-pm-count.
           write print-line from ws-prior-month-line
               after advancing 1 line.
       3100-END.

       3110-PRINT-ONE-BAND.
           move ws-band-label(ws-band-idx)
                                        to ws-bl-label.
           move ws-band-count(ws-band-idx)
                                        to ws-bl-count.
           move ws-band-amount(ws-band-idx)
                                        to ws-bl-amount.
           write print-line from ws-band-line
               after advancing 1 line.
       3110-END.

      *    the run dies here rather than printing a partial book.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM21 FILE CONTROL FAILURE: "
               ws-abend-reason.
           if(WS-MASTER-OPEN) then
               CLOSE suspense-master-file
           end-if.
           if(WS-OUT-OPEN) then
               CLOSE output-file
           end-if.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           if(WS-MASTER-OPEN) then
               CLOSE suspense-master-file
           end-if.
           CLOSE output-file.
       9999-END.

       END PROGRAM Program21.
