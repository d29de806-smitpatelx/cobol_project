      *    the operator keys an invoice number (or a store number
      *    and date) and gets back the original sale from the keyed
      *    invoice history -- store, amount, SKU, sale date -- with
      *    the refund or chargeback dispute status, any activity
      *    under that invoice on the day's validated master, and
      *    the day's exception-file entries that mention it, all in
      *    one lookup instead of a file-trawling session.  only a
      *    signed-on operator may look, and every lookup goes on the
      *    security log under that operator's ID.
       environment division.
       input-output section.
       file-control.
               assign "../../../data/ProcessingDate.dat"
               organization is line sequential
               file status is ws-procdate-status.
      *
      *    who may sign on -- any active operator, whatever the
      *    role, may look an invoice up.
           select operator-master-file
               assign "../../../data/operator_master.dat"
               organization is line sequential
               file status is ws-opermast-status.
      *
      *    every sign-on attempt and every lookup is logged here for
      *    the daily security report.
           select security-log-file
               assign "../../../data/SecurityLog.dat"
               organization is line sequential
               file status is ws-seclog-status.
      *
       data division.
       file section.
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
           data record is PD-CONTROL-RECORD.
      *
           COPY BUSDATE.
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
       working-storage section.

           05 ws-valtran-status        pic XX.
           05 ws-scan-status           pic XX.
           05 ws-procdate-status       pic XX.
           05 ws-opermast-status       pic XX.
           05 ws-seclog-status         pic XX.
           05 WS-OP-EOF-FLAG           pic X value "N".
           05 WS-OPER-FOUND-SW         pic X value "N".
               88 WS-OPER-FOUND            value "Y".
           05 WS-SIGNED-ON-SW          pic X value "N".
               88 WS-SIGNED-ON             value "Y".
           05 WS-SIGNON-ENDED-SW       pic X value "N".
               88 WS-SIGNON-ENDED          value "Y".
           05 WS-SECLOG-OPEN-SW        pic X value "N".
               88 WS-SECLOG-OPEN           value "Y".
           05 WS-HIST-ABSENT-SW        pic X value "N".
               88 WS-HIST-ABSENT           value "Y".
           05 WS-DONE-SW               pic X value "N".
           05 ws-hit-count             pic 9(4) value 0.
           05 ws-scan-file-name        pic x(60) value spaces.
           05 ws-scan-pattern-idx      pic 9(2) value 0.
           05 ws-abend-reason          pic x(40) value spaces.

      *    the whole operator master, written back after sign-on
      *    with the failure count and any lockout.
           COPY OPTABLE.

      *    consecutive PIN failures that lock an ID, and attempts
      *    allowed in one session before it gives up.
       77 ws-max-signon-failures       pic 9 value 3.
       77 ws-max-signon-attempts       pic 9 value 3.

       01 ws-signon-fields.
           05 ws-signon-id             pic x(8) value spaces.
           05 ws-signon-pin            pic x(6) value spaces.
           05 ws-signon-attempts       pic 9 value 0.
           05 ws-operator-id           pic x(8) value spaces.

      *    what a store/date lookup is logged as.
       01 ws-store-date-detail.
           05 filler                   pic x(6)  value "STORE ".
           05 ws-sdd-store             pic x(2).
           05 filler                   pic x(6)  value " DATE ".
           05 ws-sdd-date              pic x(6).

      *    the day's exception outputs worth trawling for a
      *    disputed invoice -- the same dated names the daily
           05 filler  pic x(22) value "returns_exceptions_".
           05 filler  pic x(22) value "InvoiceDuplicates_".
           05 filler  pic x(22) value "SKUExceptions_".
           05 filler  pic x(22) value "ChargebackExceptions_".

       01 ws-scan-pattern-table REDEFINES ws-scan-pattern-values.
           05 ws-scan-pattern OCCURS 6 TIMES
                   pic x(22).

       PROCEDURE DIVISION.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           PERFORM 0080-LOAD-OPERATOR-MASTER.
           PERFORM 1150-OPEN-SECURITY-LOG.
           PERFORM 1200-SIGN-ON.
           OPEN INPUT invoice-history-file.
           if(ws-invhist-status NOT = "00") then
               SET WS-HIST-ABSENT       to true
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

      *    no operator master, no sign-on -- and no inquiry.
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

      *    no invoice is shown until an active operator has signed
      *    on.  the operator master goes back out before anything
      *    else, so a lockout holds even though the session ends.
       1200-SIGN-ON.
           PERFORM 1210-ONE-SIGNON-ATTEMPT
               UNTIL WS-SIGNED-ON or WS-SIGNON-ENDED.
           PERFORM 1240-REWRITE-OPERATOR-MASTER.
           if(NOT WS-SIGNED-ON) then
               move "SIGN-ON FAILED - INQUIRY ENDED"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1200-END.

      *    the same sign-on rules as store maintenance, except that
      *    every role may inquire.
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
           else
               move 0                   to OT-FAILED-COUNT(OT-MATCH-IDX)
               move "SN"                to SL-EVENT
               move "INVOICE INQUIRY"   to SL-DETAIL
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
           move ws-run-date             to SL-LOG-DATE.
           ACCEPT SL-LOG-TIME           from TIME.
           move "PROGRAM19"             to SL-PROGRAM-ID.
           write SL-SECURITY-RECORD.
       1250-END.

      *    every lookup is stamped with the operator who made it,
      *    on the screen and on the security log.
       1260-LOG-INQUIRY.
           DISPLAY "  INQUIRY BY OPERATOR " ws-operator-id.
           move ws-operator-id          to SL-OPERATOR-ID.
           move "IQ"                    to SL-EVENT.
           PERFORM 1250-WRITE-SECURITY-LOG.
       1260-END.

       2000-ONE-INQUIRY.
           DISPLAY " ".
           DISPLAY "ENTER INVOICE NUMBER, S FOR STORE/DATE, X TO END:".
                   PERFORM 3000-STORE-DATE-INQUIRY
               else
                   move ws-operator-entry to ws-inquiry-invoice
                   move ws-inquiry-invoice to SL-DETAIL
                   PERFORM 1260-LOG-INQUIRY
                   PERFORM 2100-INVOICE-INQUIRY
               end-if
           end-if.
               " STORE " IH-STORE-NUMBER
               " AMOUNT " IH-AMOUNT
               " ON " IH-SALE-DATE.
           DISPLAY "        SKU " IH-SKU
               " PAID BY " IH-PAYMENT-TYPE.
           if(IH-REFUNDED) then
               DISPLAY "        REFUNDED ON " IH-REFUND-DATE
           else
               if(IH-DISPUTED) then
                   DISPLAY "        DISPUTED - CHARGEBACK POSTED ON "
                       IH-REFUND-DATE
               else
                   DISPLAY "        NOT REFUNDED"
               end-if
           end-if.
       2210-END.

           move 0                       to ws-mention-count.
           PERFORM 2410-SCAN-ONE-EXCEPTION-FILE
               VARYING ws-scan-pattern-idx from 1 BY 1
               until ws-scan-pattern-idx > 6.
           if(ws-mention-count = 0) then
               DISPLAY "  NO EXCEPTION-FILE MENTIONS TODAY"
           end-if.
               else
                   move ws-store-entry  to ws-inquiry-store
                   move ws-date-entry   to ws-inquiry-date
                   move ws-store-entry  to ws-sdd-store
                   move ws-date-entry   to ws-sdd-date
                   move ws-store-date-detail
                                        to SL-DETAIL
                   PERFORM 1260-LOG-INQUIRY
                   PERFORM 3100-WALK-HISTORY
               end-if
           end-if.
           END-READ.
       3110-END.

      *    the operator master is already back out when the sign-on
      *    itself is what failed, so a lockout holds -- only the
      *    security log is left to release.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM19 FILE CONTROL FAILURE: "
               ws-abend-reason.
           if(WS-SECLOG-OPEN) then
               CLOSE security-log-file
           end-if.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           if(NOT WS-HIST-ABSENT) then
               CLOSE invoice-history-file
           end-if.
           CLOSE security-log-file.
           DISPLAY "PROGRAM19 INQUIRY ENDED".
       9999-END.

