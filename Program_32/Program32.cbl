       identification division.
       program-id. Program32.
       author.Smit Patel. Devansh Patel.

      *    daily security report for the auditors' access review --
      *    from the security log, everything that happened under
      *    the business date: each sign-on, failed attempt, lockout,
      *    refusal and supervisor reset or operator change in the
      *    order it happened, then every invoice lookup listed under
      *    the operator who made it, and the IDs still locked on the
      *    operator master when the report was run.
       environment division.
       input-output section.
       file-control.
      *    the permanent security log appended by store
      *    maintenance, invoice inquiry and operator maintenance.
           select security-log-file
               assign "../../../data/SecurityLog.dat"
               organization is line sequential
               file status is ws-seclog-status.
      *
      *    operator names for the lookup listing, and the IDs that
      *    are locked tonight.
           select operator-master-file
               assign "../../../data/operator_master.dat"
               organization is line sequential
               file status is ws-opermast-status.
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
       fd security-log-file
           record contains 53 characters
           data record is SL-SECURITY-RECORD.
      *
           COPY SECLOG.
      *
       fd operator-master-file
           record contains 37 characters
           data record is OP-OPERATOR-RECORD.
      *
           COPY OPERMAST.
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
           05 WS-LOG-EOF-FLAG           pic X value "N".
           05 WS-OP-EOF-FLAG            pic X value "N".
           05 ws-seclog-status          pic XX.
           05 ws-opermast-status        pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-OPER-FOUND-SW          pic X value "N".
               88 WS-OPER-FOUND             value "Y".
           05 WS-LOOKUP-OPER-FOUND-SW   pic X value "N".
               88 WS-LOOKUP-OPER-FOUND      value "Y".

       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-report-file-name      pic x(60) value spaces.
           05 ws-abend-reason          pic x(40) value spaces.

      *    operator names and statuses as the master stands now.
           COPY OPTABLE.

      *    the day's invoice lookups, kept in log order until the
      *    sign-on activity has been printed.
       77 ws-max-lookups               pic 9(4) value 5000.

       01 ws-iq-table-control.
           05 ws-iq-count              pic 9(4) value 0.

       01 ws-iq-table.
           05 ws-iq-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-iq-count
                   INDEXED BY ws-iq-idx.
               10 ws-iq-operator-id    pic X(8).
               10 ws-iq-time           pic 9(8).
               10 ws-iq-program-id     pic X(9).
               10 ws-iq-detail         pic X(20).

      *    each operator who looked anything up, in the order of
      *    their first lookup of the day.
       01 ws-lo-table-control.
           05 ws-lo-count              pic 9(4) value 0.
           05 ws-lo-match-idx          pic 9(4) value 0.

       01 ws-lo-table.
           05 ws-lo-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-lo-count
                   INDEXED BY ws-lo-idx.
               10 ws-lo-operator-id    pic X(8).
               10 ws-lo-lookups        pic 9(4).

       01 ws-event-counts.
           05 ws-signon-count          pic 9(6) value 0.
           05 ws-failed-count          pic 9(6) value 0.
           05 ws-lockout-count         pic 9(6) value 0.
           05 ws-refused-count         pic 9(6) value 0.
           05 ws-role-denied-count     pic 9(6) value 0.
           05 ws-reset-count           pic 9(6) value 0.
           05 ws-change-count          pic 9(6) value 0.
           05 ws-lookup-count          pic 9(6) value 0.
           05 ws-lookup-overflow       pic 9(6) value 0.
           05 ws-locked-id-count       pic 9(6) value 0.

       01 ws-time-view.
           05 ws-tv-time               pic 9(8).
           05 ws-tv-parts REDEFINES ws-tv-time.
               10 ws-tv-hh             pic 99.
               10 ws-tv-mm             pic 99.
               10 ws-tv-ss             pic 99.
               10 ws-tv-cc             pic 99.

       01 ws-r-heading.
           05 filler                   pic x(26) value
               "SECURITY LOG DAILY REPORT".
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

       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-sec-title             pic x(40).
           05 filler                   pic x(31) value spaces.

       01 ws-activity-heading.
           05 filler                   pic X(12) value "  Time".
           05 filler                   pic X(11) value "Program".
           05 filler                   pic X(10) value "Operator".
           05 filler                   pic X(18) value "Event".
           05 filler                   pic X(22) value "Detail".

       01 ws-activity-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-act-hh                pic 99.
           05 filler                   pic x     value ":".
           05 ws-act-mm                pic 99.
           05 filler                   pic x     value ":".
           05 ws-act-ss                pic 99.
           05 filler                   pic x(2)  value spaces.
           05 ws-act-program           pic x(9).
           05 filler                   pic x(2)  value spaces.
           05 ws-act-operator          pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-act-event             pic x(16).
           05 filler                   pic x(2)  value spaces.
           05 ws-act-detail            pic x(20).
           05 filler                   pic x(2)  value spaces.

       01 ws-operator-line.
           05 filler                   pic x(11)
               value "  OPERATOR ".
           05 ws-ol-operator           pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-ol-name               pic x(20).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(9)  value "LOOKUPS: ".
           05 ws-ol-lookups            pic zzz9.
           05 filler                   pic x(17) value spaces.

       01 ws-lookup-line.
           05 filler                   pic x(6)  value spaces.
           05 ws-lk-hh                 pic 99.
           05 filler                   pic x     value ":".
           05 ws-lk-mm                 pic 99.
           05 filler                   pic x     value ":".
           05 ws-lk-ss                 pic 99.
           05 filler                   pic x(2)  value spaces.
           05 ws-lk-program            pic x(9).
           05 filler                   pic x(2)  value spaces.
           05 ws-lk-detail             pic x(20).
           05 filler                   pic x(26) value spaces.

       01 ws-locked-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-lc-operator           pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-lc-name               pic x(20).
           05 filler                   pic x(2)  value spaces.
           05 ws-lc-role               pic x(12).
           05 filler                   pic x(25) value spaces.

       01 ws-none-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-none-text             pic x(40).
           05 filler                   pic x(29) value spaces.

       01 ws-count-line.
           05 ws-cl-label              pic x(35).
           05 ws-cl-count              pic zzz,zz9.
           05 filler                   pic x(31) value spaces.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-LOG
               UNTIL WS-LOG-EOF-FLAG = "Y".
           PERFORM 2900-END-ACTIVITY-SECTION.
           PERFORM 3000-PRINT-LOOKUPS.
           PERFORM 4000-PRINT-LOCKED-IDS.
           PERFORM 5000-PRINT-TOTALS.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           string "../../../data/SecurityReport_" ws-run-date ".out"
               delimited by size into ws-report-file-name.
           PERFORM 0080-LOAD-OPERATOR-MASTER.
           OPEN INPUT security-log-file.
           if(ws-seclog-status NOT = "00") then
               move "Y"                 to WS-LOG-EOF-FLAG
           end-if.
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

      *    no operator master only costs the names and the locked
      *    list -- the log itself is still reported.
       0080-LOAD-OPERATOR-MASTER.
           OPEN INPUT operator-master-file.
           if(ws-opermast-status = "00") then
               PERFORM 0085-READ-OPERATOR-MASTER
               PERFORM 0088-BUILD-OPERATOR-TABLE
                   UNTIL WS-OP-EOF-FLAG = "Y"
               CLOSE operator-master-file
           end-if.
       0080-END.

       0085-READ-OPERATOR-MASTER.
           READ operator-master-file
               AT END move "Y"          to WS-OP-EOF-FLAG
           END-READ.
       0085-END.

       0088-BUILD-OPERATOR-TABLE.
           ADD 1                        to OT-OPERATOR-COUNT.
           SET OT-IDX                   to OT-OPERATOR-COUNT.
           move OP-OPERATOR-ID          to OT-OPERATOR-ID(OT-IDX).
           move OP-OPERATOR-NAME        to OT-OPERATOR-NAME(OT-IDX).
           move spaces                  to OT-PIN(OT-IDX).
           move OP-ROLE                 to OT-ROLE(OT-IDX).
           move OP-STATUS               to OT-STATUS(OT-IDX).
           move OP-FAILED-COUNT         to OT-FAILED-COUNT(OT-IDX).
           PERFORM 0085-READ-OPERATOR-MASTER.
       0088-END.

       1300-PRINT-HEADINGS.
           WRITE print-line from ws-r-heading.
           move ws-run-date             to ws-dl-date.
           WRITE print-line from ws-date-line
               after advancing 2 line.
           move "SIGN-ON ACTIVITY"      to ws-sec-title.
           WRITE print-line from ws-section-line
               after advancing 2 line.
           WRITE print-line from ws-activity-heading
               after advancing 1 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.
       1300-END.

      *    the log runs across every day, so only the business
      *    date's lines are taken.
       2000-READ-LOG.
           READ security-log-file
               AT END move "Y"          to WS-LOG-EOF-FLAG
               NOT AT END
                   if(SL-LOG-DATE = ws-run-date) then
                       PERFORM 2100-CLASSIFY-LOG-LINE
                   end-if
           END-READ.
       2000-END.

       2100-CLASSIFY-LOG-LINE.
           if(SL-INQUIRY) then
               ADD 1                    to ws-lookup-count
               PERFORM 2200-KEEP-LOOKUP
           else
               PERFORM 2300-PRINT-ACTIVITY-LINE
           end-if.
       2100-END.

       2200-KEEP-LOOKUP.
           if(ws-iq-count NOT < ws-max-lookups) then
               ADD 1                    to ws-lookup-overflow
           else
               ADD 1                    to ws-iq-count
               SET ws-iq-idx            to ws-iq-count
               move SL-OPERATOR-ID      to ws-iq-operator-id(ws-iq-idx)
               move SL-LOG-TIME         to ws-iq-time(ws-iq-idx)
               move SL-PROGRAM-ID       to ws-iq-program-id(ws-iq-idx)
               move SL-DETAIL           to ws-iq-detail(ws-iq-idx)
               PERFORM 2210-COUNT-OPERATOR-LOOKUP
           end-if.
       2200-END.

       2210-COUNT-OPERATOR-LOOKUP.
           MOVE "N"                     to WS-LOOKUP-OPER-FOUND-SW.
           PERFORM 2220-CHECK-LO-ENTRY VARYING ws-lo-idx
               from 1 BY 1
               until ws-lo-idx > ws-lo-count
               or WS-LOOKUP-OPER-FOUND.
           if(NOT WS-LOOKUP-OPER-FOUND) and (ws-lo-count < 500) then
               ADD 1                    to ws-lo-count
               move ws-lo-count         to ws-lo-match-idx
               move SL-OPERATOR-ID      to
                                   ws-lo-operator-id(ws-lo-match-idx)
               move 0                   to
                                   ws-lo-lookups(ws-lo-match-idx)
               SET WS-LOOKUP-OPER-FOUND to true
           end-if.
           if(WS-LOOKUP-OPER-FOUND) then
               ADD 1                    to
                                   ws-lo-lookups(ws-lo-match-idx)
           end-if.
       2210-END.

       2220-CHECK-LO-ENTRY.
           if(ws-lo-operator-id(ws-lo-idx) = SL-OPERATOR-ID) then
               SET WS-LOOKUP-OPER-FOUND to true
               SET ws-lo-match-idx      to ws-lo-idx
           end-if.
       2220-END.

       2300-PRINT-ACTIVITY-LINE.
           move SL-LOG-TIME             to ws-tv-time.
           move ws-tv-hh                to ws-act-hh.
           move ws-tv-mm                to ws-act-mm.
           move ws-tv-ss                to ws-act-ss.
           move SL-PROGRAM-ID           to ws-act-program.
           move SL-OPERATOR-ID          to ws-act-operator.
           move SL-DETAIL               to ws-act-detail.
           if(SL-SIGNED-ON) then
               ADD 1                    to ws-signon-count
               move "SIGNED ON"         to ws-act-event
           else if(SL-SIGNON-FAILED) then
               ADD 1                    to ws-failed-count
               move "SIGN-ON FAILED"    to ws-act-event
           else if(SL-LOCKED-OUT) then
               ADD 1                    to ws-lockout-count
               move "** LOCKED OUT **"  to ws-act-event
           else if(SL-REFUSED-LOCKED) then
               ADD 1                    to ws-refused-count
               move "REFUSED"           to ws-act-event
           else if(SL-ROLE-DENIED) then
               ADD 1                    to ws-role-denied-count
               move "ROLE DENIED"       to ws-act-event
           else if(SL-OPERATOR-RESET) then
               ADD 1                    to ws-reset-count
               move "RESET BY SUPV"     to ws-act-event
           else if(SL-OPERATOR-CHANGED) then
               ADD 1                    to ws-change-count
               move "OPERATOR CHANGE"   to ws-act-event
           else
               move "UNKNOWN EVENT"     to ws-act-event
           end-if.
           WRITE print-line from ws-activity-line
               after advancing 1 line.
       2300-END.

       2900-END-ACTIVITY-SECTION.
           if(ws-signon-count = 0) and (ws-failed-count = 0) and
               (ws-lockout-count = 0) and (ws-refused-count = 0) and
               (ws-role-denied-count = 0) and (ws-reset-count = 0)
               and (ws-change-count = 0) then
               move "NO SIGN-ON ACTIVITY FOR THE DAY"
                                        to ws-none-text
               WRITE print-line from ws-none-line
                   after advancing 1 line
           end-if.
       2900-END.

      *    one block per operator, their lookups in the order they
      *    were made.
       3000-PRINT-LOOKUPS.
           move "INVOICE LOOKUPS BY OPERATOR"
                                        to ws-sec-title.
           WRITE print-line from ws-section-line
               after advancing 3 line.
           if(ws-lo-count = 0) then
               move "NO INVOICE LOOKUPS FOR THE DAY"
                                        to ws-none-text
               WRITE print-line from ws-none-line
                   after advancing 2 line
           else
               PERFORM 3010-PRINT-ONE-OPERATOR VARYING ws-lo-idx
                   from 1 BY 1
                   until ws-lo-idx > ws-lo-count
           end-if.
       3000-END.

       3010-PRINT-ONE-OPERATOR.
           move ws-lo-operator-id(ws-lo-idx)
                                        to ws-ol-operator.
           move ws-lo-lookups(ws-lo-idx) to ws-ol-lookups.
           PERFORM 3020-FIND-OPERATOR-NAME.
           WRITE print-line from ws-operator-line
               after advancing 2 line.
           PERFORM 3030-PRINT-ONE-LOOKUP VARYING ws-iq-idx
               from 1 BY 1
               until ws-iq-idx > ws-iq-count.
       3010-END.

       3020-FIND-OPERATOR-NAME.
           move "(NOT ON OPERATOR MASTER)"
                                        to ws-ol-name.
           MOVE "N"                     to WS-OPER-FOUND-SW.
           PERFORM 3025-CHECK-OPERATOR-ENTRY VARYING OT-IDX
               from 1 BY 1
               until OT-IDX > OT-OPERATOR-COUNT
               or WS-OPER-FOUND.
       3020-END.

       3025-CHECK-OPERATOR-ENTRY.
           if(OT-OPERATOR-ID(OT-IDX) = ws-ol-operator) then
               SET WS-OPER-FOUND        to true
               move OT-OPERATOR-NAME(OT-IDX)
                                        to ws-ol-name
           end-if.
       3025-END.

       3030-PRINT-ONE-LOOKUP.
           if(ws-iq-operator-id(ws-iq-idx) = ws-ol-operator) then
               move ws-iq-time(ws-iq-idx)
                                        to ws-tv-time
               move ws-tv-hh            to ws-lk-hh
               move ws-tv-mm            to ws-lk-mm
               move ws-tv-ss            to ws-lk-ss
               move ws-iq-program-id(ws-iq-idx)
                                        to ws-lk-program
               move ws-iq-detail(ws-iq-idx)
                                        to ws-lk-detail
               WRITE print-line from ws-lookup-line
                   after advancing 1 line
           end-if.
       3030-END.

      *    an ID still locked when the report runs is waiting on a
      *    supervisor reset.
       4000-PRINT-LOCKED-IDS.
           move "IDS LOCKED ON THE OPERATOR MASTER"
                                        to ws-sec-title.
           WRITE print-line from ws-section-line
               after advancing 3 line.
           WRITE print-line from ws-blank-line
               after advancing 1 line.
           PERFORM 4010-CHECK-ONE-OPERATOR VARYING OT-IDX
               from 1 BY 1
               until OT-IDX > OT-OPERATOR-COUNT.
           if(ws-locked-id-count = 0) then
               move "NO IDS LOCKED"     to ws-none-text
               WRITE print-line from ws-none-line
                   after advancing 1 line
           end-if.
       4000-END.

       4010-CHECK-ONE-OPERATOR.
           if(OT-STATUS-LOCKED(OT-IDX)) then
               ADD 1                    to ws-locked-id-count
               move OT-OPERATOR-ID(OT-IDX)
                                        to ws-lc-operator
               move OT-OPERATOR-NAME(OT-IDX)
                                        to ws-lc-name
               if(OT-ROLE-SUPERVISOR(OT-IDX)) then
                   move "SUPERVISOR"    to ws-lc-role
               else if(OT-ROLE-MAINTENANCE(OT-IDX)) then
                   move "MAINTENANCE"   to ws-lc-role
               else
                   move "INQUIRY"       to ws-lc-role
               end-if
               WRITE print-line from ws-locked-line
                   after advancing 1 line
           end-if.
       4010-END.

       5000-PRINT-TOTALS.
           move "  SIGN-ONS                       : "
                                        to ws-cl-label.
           move ws-signon-count         to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 3 line.
           move "  FAILED SIGN-ONS                : "
                                        to ws-cl-label.
           move ws-failed-count         to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  LOCKOUTS                       : "
                                        to ws-cl-label.
           move ws-lockout-count        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  REFUSED - LOCKED OR REVOKED    : "
                                        to ws-cl-label.
           move ws-refused-count        to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  REFUSED - ROLE NOT PERMITTED   : "
                                        to ws-cl-label.
           move ws-role-denied-count    to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  SUPERVISOR RESETS              : "
                                        to ws-cl-label.
           move ws-reset-count          to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  OPERATOR MASTER CHANGES        : "
                                        to ws-cl-label.
           move ws-change-count         to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           move "  INVOICE LOOKUPS                : "
                                        to ws-cl-label.
           move ws-lookup-count         to ws-cl-count.
           WRITE print-line from ws-count-line
               after advancing 1 line.
           if(ws-lookup-overflow > 0) then
               move "  LOOKUPS NOT LISTED - TABLE FULL: "
                                        to ws-cl-label
               move ws-lookup-overflow  to ws-cl-count
               WRITE print-line from ws-count-line
                   after advancing 1 line
           end-if.
       5000-END.

       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM32 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           if(ws-seclog-status = "00" or ws-seclog-status = "10") then
               CLOSE security-log-file
           end-if.
           CLOSE output-file.
       9999-END.

       END PROGRAM Program32.
