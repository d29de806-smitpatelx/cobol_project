       identification division.
       program-id. Program31.
       author.Smit Patel. Devansh Patel.

      *    operator master maintenance -- operators are added,
      *    changed, reset after a lockout and revoked here and
      *    nowhere else, by a signed-on supervisor only.  every
      *    applied and rejected transaction goes on the operator
      *    audit trail with before and after images (PINs never
      *    shown), and every applied one on the security log.
       environment division.
       input-output section.
       file-control.
      *    add / change / reset / revoke transactions keyed by the
      *    supervisor -- the only supported way of touching the
      *    operator master.
           select maint-trans-file
               assign "../../../data/operator_maint_trans.dat"
               organization is line sequential
               file status is ws-trans-status.
      *
           select operator-master-file
               assign "../../../data/operator_master.dat"
               organization is line sequential
               file status is ws-opermast-status.
      *
      *    before/after image of every applied and rejected
      *    transaction, with the supervisor who keyed it.
           select audit-file
               assign "../../../data/OperatorMasterAudit.out"
               organization is line sequential
               file status is ws-audit-status.
      *
      *    the sign-on and every applied change are logged here for
      *    the daily security report.
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
       fd maint-trans-file
           record contains 36 characters
           data record is maint-trans-record.
      *
       01 maint-trans-record.
           05 omt-action               pic X.
               88 omt-action-add           value "A".
               88 omt-action-change        value "C".
               88 omt-action-reset         value "R".
               88 omt-action-revoke        value "X".
           05 omt-operator-id          pic X(8).
           05 omt-operator-name        pic X(20).
           05 omt-pin                  pic X(6).
           05 omt-role                 pic X.
               88 omt-role-valid           value "I" "M" "S".
      *
       fd operator-master-file
           record contains 37 characters
           data record is OP-OPERATOR-RECORD.
      *
           COPY OPERMAST.
      *
       fd audit-file
           record contains 169 characters
           data record is audit-line.
      *
       01 audit-line                   pic x(169).
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

       01 ws-flags.
           05 WS-TRANS-EOF-FLAG        pic X value "N".
           05 WS-OP-EOF-FLAG           pic X value "N".
           05 ws-trans-status          pic XX.
           05 ws-opermast-status       pic XX.
           05 ws-audit-status          pic XX.
           05 ws-seclog-status         pic XX.
           05 ws-procdate-status       pic XX.
           05 WS-TRANS-VALID-SW        pic X value "Y".
               88 WS-TRANS-VALID           value "Y".
               88 WS-TRANS-INVALID         value "N".
           05 WS-OPER-FOUND-SW         pic X value "N".
               88 WS-OPER-FOUND            value "Y".
           05 WS-SIGNED-ON-SW          pic X value "N".
               88 WS-SIGNED-ON             value "Y".
           05 WS-SIGNON-ENDED-SW       pic X value "N".
               88 WS-SIGNON-ENDED          value "Y".
           05 WS-SECLOG-OPEN-SW        pic X value "N".
               88 WS-SECLOG-OPEN           value "Y".

      *    the whole operator master -- used first for the
      *    supervisor's own sign-on, then carried through the
      *    maintenance to the rewrite.
           COPY OPTABLE.

      *    consecutive PIN failures that lock an ID, and attempts
      *    allowed in one run before it gives up.
       77 ws-max-signon-failures       pic 9 value 3.
       77 ws-max-signon-attempts       pic 9 value 3.
       77 ws-max-operators             pic 9(4) value 500.

       01 ws-signon-fields.
           05 ws-signon-id             pic x(8) value spaces.
           05 ws-signon-pin            pic x(6) value spaces.
           05 ws-signon-attempts       pic 9 value 0.
           05 ws-operator-id           pic x(8) value spaces.

       01 ws-run-stamp-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-run-time              pic 9(8) value 0.
           05 ws-business-date         pic 9(6) value 0.

       01 ws-reject-reason             pic x(40).
       01 ws-abend-reason              pic x(40) value spaces.

      *    what an applied change is logged as on the security log.
       01 ws-maint-detail.
           05 ws-md-verb               pic x(8).
           05 ws-md-operator-id        pic x(8).

      *    31-byte image of an operator record, used for the before
      *    and after pictures on the audit line -- the PIN is left
      *    out, a changed PIN shows only as the reason.
       01 ws-master-image.
           05 img-operator-id          pic X(8).
           05 img-operator-name        pic X(20).
           05 img-role                 pic X.
           05 img-status               pic X.
           05 img-failed-count         pic 9.

      *    every line is stamped with the run date and time the
      *    way the store master audit is, and with the supervisor.
       01 ws-audit-detail.
           05 aud-run-date             pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 aud-run-time             pic 9(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-action               pic X.
           05 filler                   pic x(2)  value spaces.
           05 aud-operator             pic X(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-disposition          pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-reason               pic x(40).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "OLD=".
           05 aud-before               pic x(31).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "NEW=".
           05 aud-after                pic x(31).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "SPV=".
           05 aud-supervisor-id        pic x(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRANS-EOF-FLAG = "Y".
           PERFORM 1240-REWRITE-OPERATOR-MASTER.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           ACCEPT ws-run-date           from DATE.
           ACCEPT ws-run-time           from TIME.
           PERFORM 0040-READ-BUSINESS-DATE.
           PERFORM 0080-LOAD-OPERATOR-MASTER.
           PERFORM 1150-OPEN-SECURITY-LOG.
           PERFORM 1200-SIGN-ON.
           PERFORM 1100-OPEN-AUDIT-FILE.
           OPEN INPUT maint-trans-file.
           if(ws-trans-status NOT = "00") then
               move "Y"                 to WS-TRANS-EOF-FLAG
           else
               PERFORM 2005-READ-TRANSACTION
           end-if.
       1000-END.

      *    the business date dates the security log, so the day's
      *    sign-ons and resets report with the day they belong to.
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

      *    the operator master is set up with its first supervisor
      *    by operations -- without it there is no one to sign on.
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

      *    the audit trail is permanent and extended by every run --
      *    same existence check as the store master audit.
       1100-OPEN-AUDIT-FILE.
           OPEN INPUT audit-file.
           if(ws-audit-status = "00") then
               CLOSE audit-file
               OPEN EXTEND audit-file
           else
               OPEN OUTPUT audit-file
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

      *    nothing is read or changed until a supervisor has signed
      *    on.  the operator master goes back out before anything
      *    else, so a lockout holds even though the run stops here.
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

      *    the same sign-on rules as store maintenance, except that
      *    only the supervisor role is let through.
       1210-ONE-SIGNON-ATTEMPT.
           DISPLAY "ENTER OPERATOR ID:".
           move spaces                  to ws-signon-id.
           ACCEPT ws-signon-id.
           DISPLAY "ENTER PIN:".
           move spaces                  to ws-signon-pin.
           ACCEPT ws-signon-pin.
           ADD 1                        to ws-signon-attempts.
           move ws-signon-id            to ws-md-operator-id.
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
           else if(NOT OT-ROLE-SUPERVISOR(OT-MATCH-IDX)) then
               move 0                   to OT-FAILED-COUNT(OT-MATCH-IDX)
               move "RD"                to SL-EVENT
               move "NOT SUPERVISOR ROLE"
                                        to SL-DETAIL
               SET WS-SIGNON-ENDED      to true
           else
               move 0                   to OT-FAILED-COUNT(OT-MATCH-IDX)
               move "SN"                to SL-EVENT
               move "OPERATOR MAINTENANCE"
                                        to SL-DETAIL
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

      *    the ID looked for is set by the caller -- the one keyed
      *    at sign-on, or the one a transaction names.
       1220-FIND-OPERATOR.
           MOVE "N"                     to WS-OPER-FOUND-SW.
           PERFORM 1230-CHECK-OPERATOR-ENTRY VARYING OT-IDX
               from 1 BY 1
               until OT-IDX > OT-OPERATOR-COUNT
               or WS-OPER-FOUND.
       1220-END.

       1230-CHECK-OPERATOR-ENTRY.
           if(OT-OPERATOR-ID(OT-IDX) = ws-md-operator-id) then
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
           move "PROGRAM31"             to SL-PROGRAM-ID.
           write SL-SECURITY-RECORD.
       1250-END.

       2005-READ-TRANSACTION.
           READ maint-trans-file
               AT END move "Y"          to WS-TRANS-EOF-FLAG
           END-READ.
       2005-END.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-EDIT-TRANSACTION.

      *    the before image has to be taken now -- once the
      *    transaction is applied the matched entry already holds
      *    the new values.
           if(WS-OPER-FOUND) and (NOT omt-action-add) then
               PERFORM 2410-BUILD-BEFORE-IMAGE
           else
               move spaces              to aud-before
           end-if.

           if(WS-TRANS-VALID) then
               PERFORM 2300-APPLY-TRANSACTION
               move "ACCEPTED"          to aud-disposition
               PERFORM 2500-LOG-APPLIED-CHANGE
           else
               move "REJECTED"          to aud-disposition
           end-if.

           PERFORM 2400-WRITE-AUDIT-LINE.
           PERFORM 2005-READ-TRANSACTION.
       2000-END.

      *    actions must be known, adds must be new and complete,
      *    everything else must hit an existing ID.  a reset is for
      *    an ID that is still in use, and a supervisor may not
      *    revoke the ID the run is signed on under.
       2100-EDIT-TRANSACTION.
           SET WS-TRANS-VALID           to true.
           move spaces                  to ws-reject-reason.
           move omt-operator-id         to ws-md-operator-id.
           PERFORM 1220-FIND-OPERATOR.

           if(NOT omt-action-add) and (NOT omt-action-change) and
               (NOT omt-action-reset) and (NOT omt-action-revoke) then
               SET WS-TRANS-INVALID     to true
               move "INVALID ACTION - MUST BE A, C, R OR X"
                                        to ws-reject-reason
           else if(omt-operator-id = spaces) then
               SET WS-TRANS-INVALID     to true
               move "OPERATOR ID MISSING"
                                        to ws-reject-reason
           else if(omt-action-add) and (WS-OPER-FOUND) then
               SET WS-TRANS-INVALID     to true
               move "OPERATOR ALREADY ON MASTER"
                                        to ws-reject-reason
           else if(NOT omt-action-add) and (NOT WS-OPER-FOUND) then
               SET WS-TRANS-INVALID     to true
               move "OPERATOR NOT ON MASTER"
                                        to ws-reject-reason
           else if(omt-action-add) and
               (OT-OPERATOR-COUNT NOT < ws-max-operators) then
               SET WS-TRANS-INVALID     to true
               move "OPERATOR MASTER FULL"
                                        to ws-reject-reason
           else if(omt-action-add) and
               ((omt-operator-name = spaces) or (omt-pin = spaces)
               or (omt-role = spaces)) then
               SET WS-TRANS-INVALID     to true
               move "ADD NEEDS NAME, PIN AND ROLE"
                                        to ws-reject-reason
           else if(NOT omt-action-revoke) and
               (omt-pin NOT = spaces) and (omt-pin NOT NUMERIC) then
               SET WS-TRANS-INVALID     to true
               move "PIN MUST BE SIX DIGITS"
                                        to ws-reject-reason
           else if(omt-action-add or omt-action-change) and
               (omt-role NOT = spaces) and (NOT omt-role-valid) then
               SET WS-TRANS-INVALID     to true
               move "INVALID ROLE - MUST BE I, M OR S"
                                        to ws-reject-reason
           else if(NOT omt-action-add) and
               (OT-STATUS-REVOKED(OT-MATCH-IDX)) then
               SET WS-TRANS-INVALID     to true
               move "OPERATOR ALREADY REVOKED"
                                        to ws-reject-reason
           else if(omt-action-revoke) and
               (omt-operator-id = ws-operator-id) then
               SET WS-TRANS-INVALID     to true
               move "SUPERVISOR CANNOT REVOKE OWN ID"
                                        to ws-reject-reason
           end-if.
       2100-END.

      *    blank fields on a change or reset leave the master as it
      *    is; a reset unlocks the ID and clears its failure count.
       2300-APPLY-TRANSACTION.
           if(omt-action-add) then
               ADD 1                    to OT-OPERATOR-COUNT
               SET OT-MATCH-IDX         to OT-OPERATOR-COUNT
               move omt-operator-id     to OT-OPERATOR-ID(OT-MATCH-IDX)
               SET OT-STATUS-ACTIVE(OT-MATCH-IDX)
                                        to true
               move 0                   to OT-FAILED-COUNT(OT-MATCH-IDX)
           end-if.

           if(omt-action-revoke) then
               SET OT-STATUS-REVOKED(OT-MATCH-IDX)
                                        to true
           else
               if(omt-action-reset) then
                   SET OT-STATUS-ACTIVE(OT-MATCH-IDX)
                                        to true
                   move 0
                                   to OT-FAILED-COUNT(OT-MATCH-IDX)
               end-if
               if(omt-operator-name NOT = spaces) then
                   move omt-operator-name
                                   to OT-OPERATOR-NAME(OT-MATCH-IDX)
               end-if
               if(omt-pin NOT = spaces) then
                   move omt-pin         to OT-PIN(OT-MATCH-IDX)
                   move "PIN SET"       to ws-reject-reason
               end-if
               if(omt-role NOT = spaces) then
                   move omt-role        to OT-ROLE(OT-MATCH-IDX)
               end-if
           end-if.
       2300-END.

      *    aud-before was filled by the caller ahead of the apply;
      *    an add, or a reject that never matched, shows a blank
      *    side instead.
       2400-WRITE-AUDIT-LINE.
           move ws-run-date             to aud-run-date.
           move ws-run-time             to aud-run-time.
           move omt-action              to aud-action.
           move omt-operator-id         to aud-operator.
           move ws-reject-reason        to aud-reason.
           move ws-operator-id          to aud-supervisor-id.

           if(WS-TRANS-VALID) then
               PERFORM 2420-BUILD-AFTER-IMAGE
           else
               move spaces              to aud-after
           end-if.

           write audit-line from ws-audit-detail.
       2400-END.

       2410-BUILD-BEFORE-IMAGE.
           move OT-OPERATOR-ID(OT-MATCH-IDX)
                                        to img-operator-id.
           move OT-OPERATOR-NAME(OT-MATCH-IDX)
                                        to img-operator-name.
           move OT-ROLE(OT-MATCH-IDX)   to img-role.
           move OT-STATUS(OT-MATCH-IDX) to img-status.
           move OT-FAILED-COUNT(OT-MATCH-IDX)
                                        to img-failed-count.
           move ws-master-image         to aud-before.
       2410-END.

      *    after an accepted transaction the matched entry already
      *    holds the new values, so the after image reads them back.
       2420-BUILD-AFTER-IMAGE.
           move OT-OPERATOR-ID(OT-MATCH-IDX)
                                        to img-operator-id.
           move OT-OPERATOR-NAME(OT-MATCH-IDX)
                                        to img-operator-name.
           move OT-ROLE(OT-MATCH-IDX)   to img-role.
           move OT-STATUS(OT-MATCH-IDX) to img-status.
           move OT-FAILED-COUNT(OT-MATCH-IDX)
                                        to img-failed-count.
           move ws-master-image         to aud-after.
       2420-END.

      *    a reset is what the auditors look for against the day's
      *    lockouts, so it is logged as its own event.
       2500-LOG-APPLIED-CHANGE.
           move ws-operator-id          to SL-OPERATOR-ID.
           move omt-operator-id         to ws-md-operator-id.
           if(omt-action-reset) then
               move "RS"                to SL-EVENT
               move "RESET"             to ws-md-verb
           else if(omt-action-add) then
               move "OM"                to SL-EVENT
               move "ADDED"             to ws-md-verb
           else if(omt-action-change) then
               move "OM"                to SL-EVENT
               move "CHANGED"           to ws-md-verb
           else
               move "OM"                to SL-EVENT
               move "REVOKED"           to ws-md-verb
           end-if.
           move ws-maint-detail         to SL-DETAIL.
           PERFORM 1250-WRITE-SECURITY-LOG.
       2500-END.

      *    the operator master is already back out when the sign-on
      *    itself is what failed, so a lockout holds -- only the
      *    security log is left to release.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM31 FILE CONTROL FAILURE: "
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

       END PROGRAM Program31.
