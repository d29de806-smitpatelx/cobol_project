       identification division.
       program-id. Program25.
       author.Smit Patel. Devansh Patel.

      *    store sales budget maintenance -- the district managers'
      *    monthly budgets are added, changed and deleted here and
      *    nowhere else, with a before/after image of every applied
      *    and rejected transaction on the budget audit trail, the
      *    same controls the store master maintenance gives.
       environment division.
       input-output section.
       file-control.
      *    add / change / delete transactions keyed by head office
      *    -- the only supported way of touching the budget master.
           select maint-trans-file
               assign "../../../data/budget_maint_trans.dat"
               organization is line sequential
               file status is ws-trans-status.
      *
      *    planned net sales per store and month.  a first-ever run
      *    finds no master and builds it from the adds.
           select budget-master-file
               assign "../../../data/store_budget.dat"
               organization is line sequential
               file status is ws-budget-status.
      *
      *    a budget is only taken for a store the store master
      *    knows, open or closed.
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
      *    before/after image of every applied and rejected
      *    transaction -- the audit trail that replaces hand edits.
           select audit-file
               assign "../../../data/BudgetMasterAudit.out"
               organization is line sequential
               file status is ws-audit-status.
      *
       data division.
       file section.
       fd maint-trans-file
           record contains 18 characters
           data record is maint-trans-record.
      *
       01 maint-trans-record.
           05 bmt-action               pic X.
               88 bmt-action-add           value "A".
               88 bmt-action-change        value "C".
               88 bmt-action-delete        value "D".
           05 bmt-store-number         pic X(2).
           05 bmt-budget-month         pic X(4).
           05 bmt-month-view REDEFINES bmt-budget-month.
               10 bmt-month-year       pic 9(2).
               10 bmt-month-month      pic 9(2).
           05 bmt-planned-net          pic 9(9)V99.
           05 bmt-planned-net-x REDEFINES bmt-planned-net
                                       pic X(11).
      *
       fd budget-master-file
           record contains 17 characters
           data record is BM-BUDGET-RECORD.
      *
           COPY BUDGMAST.
      *
       fd store-master-file
           data record is SM-STORE-RECORD.
      *
           COPY STORMAST.
      *
       fd audit-file
           record contains 127 characters
           data record is audit-line.
      *
       01 audit-line                   pic x(127).
      *
       working-storage section.

       01 ws-flags.
           05 WS-TRANS-EOF-FLAG        pic X value "N".
           05 WS-BM-EOF-FLAG           pic X value "N".
           05 WS-SM-EOF-FLAG           pic X value "N".
           05 ws-trans-status          pic XX.
           05 ws-budget-status         pic XX.
           05 ws-audit-status          pic XX.
           05 WS-TRANS-VALID-SW        pic X value "Y".
               88 WS-TRANS-VALID           value "Y".
               88 WS-TRANS-INVALID         value "N".
           05 WS-MAST-FOUND-SW         pic X value "N".
               88 WS-MAST-FOUND            value "Y".
           05 WS-STORE-FOUND-SW        pic X value "N".
               88 WS-STORE-FOUND           value "Y".

      *    every store on the master, closed ones included -- a
      *    closed store may still carry the budget for the months
      *    it traded.
       01 ws-store-table-control.
           05 ws-store-count           pic 9(4) value 0.

       01 ws-store-table.
           05 ws-store-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-store-count
                   INDEXED BY ws-store-idx.
               10 ws-store-number      pic X(2).

      *    the full budget master, carried through to the rewrite.
       01 ws-mast-table-control.
           05 ws-mast-count            pic 9(4) value 0.
           05 ws-mast-max              pic 9(4) value 6000.
           05 ws-mast-match-idx        pic 9(4) value 0.

       01 ws-mast-table.
           05 ws-mast-entry OCCURS 1 TO 6000 TIMES
                   DEPENDING ON ws-mast-count
                   INDEXED BY ws-mast-idx.
               10 ws-mast-store-number pic X(2).
               10 ws-mast-month        pic X(4).
               10 ws-mast-planned-net  pic 9(9)V99.
               10 ws-mast-deleted      pic X.

       01 ws-run-stamp-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-run-time              pic 9(8) value 0.

       01 ws-reject-reason             pic x(40).
       01 ws-abend-reason              pic x(40) value spaces.

      *    17-byte image of a budget record, used for the before
      *    and after pictures on the audit line.
       01 ws-master-image.
           05 img-store-number         pic X(2).
           05 img-budget-month         pic X(4).
           05 img-planned-net          pic 9(9)V99.

      *    every line is stamped with the run date and time the
      *    way the store master audit is -- the trail is useless
      *    without knowing WHEN a change hit.
       01 ws-audit-detail.
           05 aud-run-date             pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 aud-run-time             pic 9(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-action               pic X.
           05 filler                   pic x(2)  value spaces.
           05 aud-store                pic X(2).
           05 filler                   pic x(2)  value spaces.
           05 aud-month                pic X(4).
           05 filler                   pic x(2)  value spaces.
           05 aud-disposition          pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-reason               pic x(40).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "OLD=".
           05 aud-before               pic x(17).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "NEW=".
           05 aud-after                pic x(17).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRANS-EOF-FLAG = "Y".
           PERFORM 3000-REWRITE-MASTER.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           ACCEPT ws-run-date           from DATE.
           ACCEPT ws-run-time           from TIME.
           PERFORM 0040-LOAD-STORE-NUMBERS.
           PERFORM 0050-LOAD-FULL-MASTER.
           PERFORM 1100-OPEN-AUDIT-FILE.
           OPEN INPUT maint-trans-file.
           if(ws-trans-status NOT = "00") then
               move "Y"                 to WS-TRANS-EOF-FLAG
           else
               PERFORM 2005-READ-TRANSACTION
           end-if.
       1000-END.

       0040-LOAD-STORE-NUMBERS.
           OPEN INPUT store-master-file.
           PERFORM 0045-READ-STORE-MASTER.
           PERFORM 0048-BUILD-STORE-TABLE UNTIL WS-SM-EOF-FLAG = "Y".
           CLOSE store-master-file.
       0040-END.

       0045-READ-STORE-MASTER.
           READ store-master-file
               AT END move "Y"          to WS-SM-EOF-FLAG
           END-READ.
       0045-END.

       0048-BUILD-STORE-TABLE.
           ADD 1                        to ws-store-count.
           SET ws-store-idx             to ws-store-count.
           move SM-STORE-NUMBER         to
                                       ws-store-number(ws-store-idx).
           PERFORM 0045-READ-STORE-MASTER.
       0048-END.

       0050-LOAD-FULL-MASTER.
           OPEN INPUT budget-master-file.
           if(ws-budget-status = "00") then
               PERFORM 0060-READ-BUDGET-MASTER
               PERFORM 0070-BUILD-MASTER-TABLE
                   UNTIL WS-BM-EOF-FLAG = "Y"
               CLOSE budget-master-file
           end-if.
       0050-END.

       0060-READ-BUDGET-MASTER.
           READ budget-master-file
               AT END move "Y"          to WS-BM-EOF-FLAG
           END-READ.
       0060-END.

       0070-BUILD-MASTER-TABLE.
           if(ws-mast-count NOT < ws-mast-max) then
               move "BUDGET MASTER TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-mast-count.
           SET ws-mast-idx              to ws-mast-count.
           move BM-STORE-NUMBER         to
                                       ws-mast-store-number(ws-mast-idx)
           move BM-BUDGET-MONTH         to ws-mast-month(ws-mast-idx).
           move BM-PLANNED-NET          to
                                       ws-mast-planned-net(ws-mast-idx).
           move "N"                     to ws-mast-deleted(ws-mast-idx).
           PERFORM 0060-READ-BUDGET-MASTER.
       0070-END.

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
           if(WS-MAST-FOUND) and (NOT bmt-action-add) then
               PERFORM 2410-BUILD-BEFORE-IMAGE
           else
               move spaces              to aud-before
           end-if.

           if(WS-TRANS-VALID) then
               PERFORM 2300-APPLY-TRANSACTION
               move "ACCEPTED"          to aud-disposition
               move spaces              to ws-reject-reason
           else
               move "REJECTED"          to aud-disposition
           end-if.

           PERFORM 2400-WRITE-AUDIT-LINE.
           PERFORM 2005-READ-TRANSACTION.
       2000-END.

      *    actions must be known, the store must be on the store
      *    master, the month a real YYMM, adds must be new and must
      *    fit the table, changes and deletes must hit an existing
      *    budget, amounts numeric.
       2100-EDIT-TRANSACTION.
           SET WS-TRANS-VALID           to true.
           move spaces                  to ws-reject-reason.
           PERFORM 2110-FIND-MASTER-ENTRY.
           PERFORM 2130-FIND-STORE.

           if(NOT bmt-action-add) and (NOT bmt-action-change) and
               (NOT bmt-action-delete) then
               SET WS-TRANS-INVALID     to true
               move "INVALID ACTION - MUST BE A, C OR D"
                                        to ws-reject-reason
           else if(bmt-store-number NOT NUMERIC) then
               SET WS-TRANS-INVALID     to true
               move "STORE NUMBER NOT NUMERIC"
                                        to ws-reject-reason
           else if(NOT WS-STORE-FOUND) then
               SET WS-TRANS-INVALID     to true
               move "STORE NOT ON STORE MASTER"
                                        to ws-reject-reason
           else if(bmt-budget-month NOT NUMERIC) then
               SET WS-TRANS-INVALID     to true
               move "BUDGET MONTH NOT NUMERIC"
                                        to ws-reject-reason
           else if(bmt-month-month < 1) or (bmt-month-month > 12) then
               SET WS-TRANS-INVALID     to true
               move "BUDGET MONTH MUST BE YYMM, MONTH 01-12"
                                        to ws-reject-reason
           else if(bmt-action-add) and (WS-MAST-FOUND) then
               SET WS-TRANS-INVALID     to true
               move "ADD REJECTED - BUDGET ALREADY ON MASTER"
                                        to ws-reject-reason
           else if(bmt-action-add) and
               (ws-mast-count NOT < ws-mast-max) then
               SET WS-TRANS-INVALID     to true
               move "ADD REJECTED - BUDGET TABLE FULL"
                                        to ws-reject-reason
           else if(NOT bmt-action-add) and (NOT WS-MAST-FOUND) then
               SET WS-TRANS-INVALID     to true
               move "NO BUDGET ON MASTER FOR STORE AND MONTH"
                                        to ws-reject-reason
           else if(NOT bmt-action-delete) and
               (bmt-planned-net-x NOT NUMERIC) then
               SET WS-TRANS-INVALID     to true
               move "PLANNED NET SALES NOT NUMERIC"
                                        to ws-reject-reason
           end-if.
       2100-END.

       2110-FIND-MASTER-ENTRY.
           MOVE "N"                     to WS-MAST-FOUND-SW.
           SET ws-mast-idx              to 1.
           PERFORM 2120-CHECK-MASTER-ENTRY VARYING ws-mast-idx
               from 1 BY 1
               until ws-mast-idx > ws-mast-count
               or WS-MAST-FOUND.
       2110-END.

      *    a budget deleted earlier in this run is as good as gone.
       2120-CHECK-MASTER-ENTRY.
           if(ws-mast-store-number(ws-mast-idx) = bmt-store-number)
               and (ws-mast-month(ws-mast-idx) = bmt-budget-month)
               and (ws-mast-deleted(ws-mast-idx) = "N") then
               SET WS-MAST-FOUND        to true
               SET ws-mast-match-idx    to ws-mast-idx
           end-if.
       2120-END.

       2130-FIND-STORE.
           MOVE "N"                     to WS-STORE-FOUND-SW.
           SET ws-store-idx             to 1.
           PERFORM 2140-CHECK-STORE-ENTRY VARYING ws-store-idx
               from 1 BY 1
               until ws-store-idx > ws-store-count
               or WS-STORE-FOUND.
       2130-END.

       2140-CHECK-STORE-ENTRY.
           if(ws-store-number(ws-store-idx) = bmt-store-number) then
               SET WS-STORE-FOUND       to true
           end-if.
       2140-END.

      *    a delete only marks the entry -- the rewrite leaves it
      *    off the master.
       2300-APPLY-TRANSACTION.
           if(bmt-action-add) then
               ADD 1                    to ws-mast-count
               SET ws-mast-match-idx    to ws-mast-count
               move bmt-store-number    to
                                 ws-mast-store-number(ws-mast-match-idx)
               move bmt-budget-month    to
                                 ws-mast-month(ws-mast-match-idx)
               move "N"                 to
                                 ws-mast-deleted(ws-mast-match-idx)
           end-if.

           if(bmt-action-delete) then
               move "Y"                 to
                                 ws-mast-deleted(ws-mast-match-idx)
           else
               move bmt-planned-net     to
                                 ws-mast-planned-net(ws-mast-match-idx)
           end-if.
       2300-END.

      *    aud-before was filled by the caller ahead of the apply;
      *    an add, a delete, or a reject that never matched shows a
      *    blank side instead.
       2400-WRITE-AUDIT-LINE.
           move ws-run-date             to aud-run-date.
           move ws-run-time             to aud-run-time.
           move bmt-action              to aud-action.
           move bmt-store-number        to aud-store.
           move bmt-budget-month        to aud-month.
           move ws-reject-reason        to aud-reason.

           if(WS-TRANS-VALID) and (NOT bmt-action-delete) then
               PERFORM 2420-BUILD-AFTER-IMAGE
           else
               move spaces              to aud-after
           end-if.

           write audit-line from ws-audit-detail.
       2400-END.

       2410-BUILD-BEFORE-IMAGE.
           move ws-mast-store-number(ws-mast-match-idx)
                                        to img-store-number.
           move ws-mast-month(ws-mast-match-idx)
                                        to img-budget-month.
           move ws-mast-planned-net(ws-mast-match-idx)
                                        to img-planned-net.
           move ws-master-image         to aud-before.
       2410-END.

      *    after an accepted transaction the matched entry already
      *    holds the new values, so the after image reads them back.
       2420-BUILD-AFTER-IMAGE.
           move ws-mast-store-number(ws-mast-match-idx)
                                        to img-store-number.
           move ws-mast-month(ws-mast-match-idx)
                                        to img-budget-month.
           move ws-mast-planned-net(ws-mast-match-idx)
                                        to img-planned-net.
           move ws-master-image         to aud-after.
       2420-END.

       3000-REWRITE-MASTER.
           OPEN OUTPUT budget-master-file.
           SET ws-mast-idx              to 1
           PERFORM 3010-WRITE-ONE-MASTER-RECORD VARYING ws-mast-idx
               from 1 BY 1
               until ws-mast-idx > ws-mast-count.
           CLOSE budget-master-file.
       3000-END.

       3010-WRITE-ONE-MASTER-RECORD.
           if(ws-mast-deleted(ws-mast-idx) = "N") then
               move ws-mast-store-number(ws-mast-idx)
                                        to BM-STORE-NUMBER
               move ws-mast-month(ws-mast-idx)
                                        to BM-BUDGET-MONTH
               move ws-mast-planned-net(ws-mast-idx)
                                        to BM-PLANNED-NET
               write BM-BUDGET-RECORD
           end-if.
       3010-END.

      *    only the master load can fail this way, before the audit
      *    or the transactions are opened -- a master cut short at
      *    the table limit would be written back without the rest,
      *    so the run stops with the master as it was.
       9000-ABEND-CONTROL-FAILURE.
           CLOSE budget-master-file.
           DISPLAY "PROGRAM25 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           if(ws-trans-status = "00" or ws-trans-status = "10") then
               CLOSE maint-trans-file
           end-if.
           CLOSE audit-file.
       9999-END.

       END PROGRAM Program25.
