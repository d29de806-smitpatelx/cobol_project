               assign "../../../data/StoreMasterAudit.out"
               organization is line sequential
               file status is ws-audit-status.
      *
      *    who may sign on, with what role -- only a maintenance
      *    or supervisor operator may change the store master.
           select operator-master-file
               assign "../../../data/operator_master.dat"
               organization is line sequential
               file status is ws-opermast-status.
      *
      *    every sign-on attempt is logged here for the daily
      *    security report, whatever its outcome.
           select security-log-file
               assign "../../../data/SecurityLog.dat"
               organization is line sequential
               file status is ws-seclog-status.
      *
      *    processing-date control file maintained by operations --
      *    the business date the security log is dated with.
           select processing-date-file
               assign "../../../data/ProcessingDate.dat"
               organization is line sequential
               file status is ws-procdate-status.
      *
       data division.
       file section.
           COPY STORMAST.
      *
       fd audit-file
           record contains 163 characters
           data record is audit-line.
      *
       01 audit-line                   pic x(163).
      *
       fd operator-master-file
           record contains 37 characters
           data record is OP-OPERATOR-RECORD.
      *
           COPY OPERMAST.
      *
       fd security-log-file
           record contains 53 characters
           data record is SL-SECURITY-RECORD.
      *
           COPY SECLOG.
      *
       fd processing-date-file
           record contains 6 characters
           data record is PD-CONTROL-RECORD.
      *
           COPY BUSDATE.
      *
       working-storage section.

           05 WS-SM-EOF-FLAG           pic X value "N".
           05 ws-trans-status          pic XX.
           05 ws-audit-status          pic XX.
           05 ws-opermast-status       pic XX.
           05 ws-seclog-status         pic XX.
           05 ws-procdate-status       pic XX.
           05 WS-OP-EOF-FLAG           pic X value "N".
           05 WS-OPER-FOUND-SW         pic X value "N".
               88 WS-OPER-FOUND            value "Y".
           05 WS-SIGNED-ON-SW          pic X value "N".
               88 WS-SIGNED-ON             value "Y".
           05 WS-SIGNON-ENDED-SW       pic X value "N".
               88 WS-SIGNON-ENDED          value "Y".
           05 WS-SECLOG-OPEN-SW        pic X value "N".
               88 WS-SECLOG-OPEN           value "Y".
           05 WS-TRANS-VALID-SW        pic X value "Y".
               88 WS-TRANS-VALID           value "Y".
               88 WS-TRANS-INVALID         value "N".
       01 ws-run-stamp-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-run-time              pic 9(8) value 0.
           05 ws-business-date         pic 9(6) value 0.

      *    the whole operator master, written back after sign-on
      *    with the failure count and any lockout.
           COPY OPTABLE.

      *    consecutive PIN failures that lock an ID, and attempts
      *    allowed in one run before it gives up.
       77 ws-max-signon-failures       pic 9 value 3.
       77 ws-max-signon-attempts       pic 9 value 3.

       01 ws-signon-fields.
           05 ws-signon-id             pic x(8) value spaces.
           05 ws-signon-pin            pic x(6) value spaces.
           05 ws-signon-attempts       pic 9 value 0.
           05 ws-operator-id           pic x(8) value spaces.

       01 ws-reject-reason             pic x(40).
       01 ws-abend-reason              pic x(40) value spaces.

      *    31-byte image of a master record, used for the before and
      *    after pictures on the audit line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "NEW=".
           05 aud-after                pic x(31).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "OPR=".
           05 aud-operator-id          pic x(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
       1000-INITIALIZE.
           ACCEPT ws-run-date           from DATE.
           ACCEPT ws-run-time           from TIME.
           PERFORM 0040-READ-BUSINESS-DATE.
           PERFORM 0080-LOAD-OPERATOR-MASTER.
           PERFORM 1150-OPEN-SECURITY-LOG.
           PERFORM 1200-SIGN-ON.
           PERFORM 0050-LOAD-FULL-MASTER.
           PERFORM 1100-OPEN-AUDIT-FILE.
           OPEN INPUT maint-trans-file.
           end-if.
       1000-END.

      *    the business date dates the security log, so the day's
      *    sign-ons report with the day they belong to.
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
           move PD-BUSINESS-DATE        to ws-business-date.
           CLOSE processing-date-file.
       0040-END.

      *    no operator master, no sign-on -- and no maintenance.
       0080-LOAD-OPERATOR-MASTER.
           OPEN INPUT operator-master-file.
           if(ws-opermast-status NOT = "00") then
               move "OPERATOR MASTER MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 0085-READ-OPERATOR-MASTER.
           PERFORM 0088-BUILD-OPERATOR-TABLE
               UNTIL WS-OP-EOF-FLAG = "Y".
           CLOSE operator-master-file.
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
           move OP-PIN                  to OT-PIN(OT-IDX).
           move OP-ROLE                 to OT-ROLE(OT-IDX).
           move OP-STATUS               to OT-STATUS(OT-IDX).
           move OP-FAILED-COUNT         to OT-FAILED-COUNT(OT-IDX).
           PERFORM 0085-READ-OPERATOR-MASTER.
       0088-END.

       0050-LOAD-FULL-MASTER.
           OPEN INPUT store-master-file.
           PERFORM 0060-READ-STORE-MASTER.
           end-if.
       1100-END.

      *    the security log is permanent and shared by every
      *    program an operator signs on to.
       1150-OPEN-SECURITY-LOG.
           OPEN INPUT security-log-file.
           if(ws-seclog-status = "00") then
               CLOSE security-log-file
               OPEN EXTEND security-log-file
           else
               OPEN OUTPUT security-log-file
           end-if.
           SET WS-SECLOG-OPEN           to true.
       1150-END.

      *    nothing is read or changed until a maintenance or
      *    supervisor operator has signed on.  the operator master
      *    goes back out before anything else, so a lockout holds
      *    even though the run stops here.
       1200-SIGN-ON.
           PERFORM 1210-ONE-SIGNON-ATTEMPT
               UNTIL WS-SIGNED-ON or WS-SIGNON-ENDED.
           PERFORM 1240-REWRITE-OPERATOR-MASTER.
           if(NOT WS-SIGNED-ON) then
               move "SIGN-ON FAILED - NO CHANGES MADE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1200-END.

      *    an unknown ID is logged but counts against no record; a
      *    wrong PIN counts against the ID and locks it at the
      *    limit.  a right PIN clears the count, even where the
      *    role then turns the operator away.
       1210-ONE-SIGNON-ATTEMPT.
           DISPLAY "ENTER OPERATOR ID:".
           move spaces                  to ws-signon-id.
           ACCEPT ws-signon-id.
           DISPLAY "ENTER PIN:".
           move spaces                  to ws-signon-pin.
           ACCEPT ws-signon-pin.
           ADD 1                        to ws-signon-attempts.
           PERFORM 1220-FIND-OPERATOR.
           move ws-signon-id            to SL-OPERATOR-ID.

           if(NOT WS-OPER-FOUND) then
               move "SF"                to SL-EVENT
               move "UNKNOWN OPERATOR ID"
                                        to SL-DETAIL
           else if(OT-STATUS-LOCKED(OT-MATCH-IDX)) then
               move "LR"                to SL-EVENT
               move "ID LOCKED"         to SL-DETAIL
               SET WS-SIGNON-ENDED      to true
           else if(NOT OT-STATUS-ACTIVE(OT-MATCH-IDX)) then
               move "LR"                to SL-EVENT
               move "ID REVOKED"        to SL-DETAIL
               SET WS-SIGNON-ENDED      to true
           else if(OT-PIN(OT-MATCH-IDX) NOT = ws-signon-pin) then
               ADD 1                    to OT-FAILED-COUNT(OT-MATCH-IDX)
               if(OT-FAILED-COUNT(OT-MATCH-IDX) NOT <
                   ws-max-signon-failures) then
                   SET OT-STATUS-LOCKED(OT-MATCH-IDX)
                                        to true
                   move "LK"            to SL-EVENT
                   move "PIN FAILURE LIMIT"
                                        to SL-DETAIL
                   SET WS-SIGNON-ENDED  to true
               else
                   move "SF"            to SL-EVENT
                   move "PIN NOT ACCEPTED"
                                        to SL-DETAIL
               end-if
           else if(NOT OT-ROLE-MAINTENANCE(OT-MATCH-IDX)) and
               (NOT OT-ROLE-SUPERVISOR(OT-MATCH-IDX)) then
               move 0                   to OT-FAILED-COUNT(OT-MATCH-IDX)
               move "RD"                to SL-EVENT
               move "INQUIRY ROLE ONLY" to SL-DETAIL
               SET WS-SIGNON-ENDED      to true
           else
               move 0                   to OT-FAILED-COUNT(OT-MATCH-IDX)
               move "SN"                to SL-EVENT
               move "STORE MAINTENANCE" to SL-DETAIL
               move ws-signon-id        to ws-operator-id
               SET WS-SIGNED-ON         to true
           end-if.

           if(SL-SIGNON-FAILED) then
               DISPLAY "  SIGN-ON NOT ACCEPTED"
           else if(NOT SL-SIGNED-ON) then
               DISPLAY "  SIGN-ON REFUSED - " SL-DETAIL
           end-if.
           PERFORM 1250-WRITE-SECURITY-LOG.
           if(ws-signon-attempts NOT < ws-max-signon-attempts) then
               SET WS-SIGNON-ENDED      to true
           end-if.
       1210-END.

       1220-FIND-OPERATOR.
           MOVE "N"                     to WS-OPER-FOUND-SW.
           PERFORM 1230-CHECK-OPERATOR-ENTRY VARYING OT-IDX
               from 1 BY 1
               until OT-IDX > OT-OPERATOR-COUNT
               or WS-OPER-FOUND.
       1220-END.

       1230-CHECK-OPERATOR-ENTRY.
           if(OT-OPERATOR-ID(OT-IDX) = ws-signon-id) then
               SET WS-OPER-FOUND        to true
               SET OT-MATCH-IDX         to OT-IDX
           end-if.
       1230-END.

       1240-REWRITE-OPERATOR-MASTER.
           OPEN OUTPUT operator-master-file.
           PERFORM 1245-WRITE-ONE-OPERATOR VARYING OT-IDX
               from 1 BY 1
               until OT-IDX > OT-OPERATOR-COUNT.
           CLOSE operator-master-file.
       1240-END.

       1245-WRITE-ONE-OPERATOR.
           move OT-OPERATOR-ID(OT-IDX)  to OP-OPERATOR-ID.
           move OT-OPERATOR-NAME(OT-IDX) to OP-OPERATOR-NAME.
           move OT-PIN(OT-IDX)          to OP-PIN.
           move OT-ROLE(OT-IDX)         to OP-ROLE.
           move OT-STATUS(OT-IDX)       to OP-STATUS.
           move OT-FAILED-COUNT(OT-IDX) to OP-FAILED-COUNT.
           write OP-OPERATOR-RECORD.
       1245-END.

      *    the caller has set the operator, event and detail.
       1250-WRITE-SECURITY-LOG.
           move ws-business-date        to SL-LOG-DATE.
           ACCEPT SL-LOG-TIME           from TIME.
           move "PROGRAM9"              to SL-PROGRAM-ID.
           write SL-SECURITY-RECORD.
       1250-END.

       2005-READ-TRANSACTION.
           READ maint-trans-file
               AT END move "Y"          to WS-TRANS-EOF-FLAG
           move smt-action              to aud-action.
           move smt-store-number        to aud-store.
           move ws-reject-reason        to aud-reason.
           move ws-operator-id          to aud-operator-id.

           if(WS-TRANS-VALID) then
               PERFORM 2420-BUILD-AFTER-IMAGE
           write SM-STORE-RECORD.
       3010-END.

      *    the operator master is already back out when the sign-on
      *    itself is what failed, so a lockout holds -- only the
      *    security log is left to release.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM9 FILE CONTROL FAILURE: "
               ws-abend-reason.
           if(WS-SECLOG-OPEN) then
               CLOSE security-log-file
           end-if.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           if(ws-trans-status = "00" or ws-trans-status = "10") then
               CLOSE maint-trans-file
           end-if.
           CLOSE audit-file.
           CLOSE security-log-file.
       9999-END.

       END PROGRAM Program9.
