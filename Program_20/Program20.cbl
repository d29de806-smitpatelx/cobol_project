       identification division.
       program-id. Program20.
       author.Smit Patel. Devansh Patel.

      *    suspense maintenance -- carries every record the edit pass
      *    rejects until head office fixes, releases, or writes it
      *    off.  tonight's rejects are merged onto the suspense
      *    master, head office's corrections are applied with a
      *    before/after audit line each the way the store master is
      *    maintained, and the items released tonight are handed to
      *    tomorrow night's edit pass.
       environment division.
       input-output section.
       file-control.
      *    tonight's rejects, written whole by the edit pass.
           select suspense-intake-file
               assign "../../../data/SuspenseIntake.dat"
               organization is line sequential
               file status is ws-intake-status.
      *
      *    every open item, plus anything released or written off
      *    tonight -- carried across days like the invoice history.
           select suspense-master-file
               assign "../../../data/SuspenseMaster.dat"
               organization is line sequential
               file status is ws-master-status.
      *
      *    fix / release / write-off actions keyed by head office --
      *    the only supported way of working a suspense item.  the
      *    file is emptied once tonight's master is written, so an
      *    action is applied on the night it was keyed and no other.
           select correction-file
               assign "../../../data/suspense_corrections.dat"
               organization is line sequential
               file status is ws-corr-status.
      *
      *    before/after image of every applied and rejected action.
           select audit-file
               assign "../../../data/SuspenseAudit.out"
               organization is line sequential
               file status is ws-audit-status.
      *
      *    the items released tonight, for the next edit pass.
           select release-file
               assign "../../../data/SuspenseReleases.dat"
               organization is line sequential
               file status is ws-release-status.
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
       fd suspense-intake-file
           record contains 116 characters
           data record is suspense-intake-record.
      *
       01 suspense-intake-record       pic x(116).
      *
       fd suspense-master-file
           record contains 116 characters
           data record is suspense-master-record.
      *
       01 suspense-master-record       pic x(116).
      *
       fd correction-file
           record contains 51 characters
           data record is correction-record.
      *
       01 correction-record.
           05 sc-action                pic X.
               88 sc-action-fix            value "F".
               88 sc-action-release        value "R".
               88 sc-action-write-off      value "W".
           05 sc-item-key.
               10 sc-reject-date       pic 9(6).
               10 sc-item-sequence     pic 9(5).
           05 sc-item-key-x REDEFINES sc-item-key
                                       pic X(11).
           05 sc-line-number           pic 9(3).
           05 sc-line-number-x REDEFINES sc-line-number
                                       pic X(3).
           05 sc-corrected-image       pic X(36).
      *
       fd audit-file
           record contains 173 characters
           data record is audit-line.
      *
       01 audit-line                   pic x(173).
      *
       fd release-file
           record contains 116 characters
           data record is release-record.
      *
       01 release-record               pic x(116).
      *
       fd processing-date-file
           record contains 6 characters
           data record is PD-CONTROL-RECORD.
      *
           COPY BUSDATE.
      *
       working-storage section.

       01 ws-flags.
           05 WS-CORR-EOF-FLAG         pic X value "N".
           05 WS-SP-EOF-FLAG           pic X value "N".
           05 WS-INT-EOF-FLAG          pic X value "N".
           05 WS-REL-EOF-FLAG          pic X value "N".
           05 ws-intake-status         pic XX.
           05 ws-master-status         pic XX.
           05 ws-corr-status           pic XX.
           05 ws-audit-status          pic XX.
           05 ws-procdate-status       pic XX.
           05 ws-release-status        pic XX.
           05 WS-CORR-VALID-SW         pic X value "Y".
               88 WS-CORR-VALID            value "Y".
               88 WS-CORR-INVALID          value "N".
           05 WS-ITEM-FOUND-SW         pic X value "N".
               88 WS-ITEM-FOUND            value "Y".
           05 WS-LINE-FOUND-SW         pic X value "N".
               88 WS-LINE-FOUND            value "Y".

      *    the working view of one suspense record -- every file in
      *    this program carries the same 116-byte layout.
           COPY SUSPENSE.

      *    the full master, closed items included until the night
      *    after they close -- tonight's edit pass has already taken
      *    anything released before today, so those drop off here.
       01 ws-susp-table-control.
           05 ws-susp-count            pic 9(4) value 0.
           05 ws-susp-max              pic 9(4) value 5000.
           05 ws-item-match-idx        pic 9(4) value 0.
           05 ws-line-match-idx        pic 9(4) value 0.

       01 ws-susp-table.
           05 ws-susp-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-susp-count
                   INDEXED BY ws-susp-idx.
               10 ws-se-item-key       pic X(11).
               10 ws-se-line-number    pic 9(3).
               10 ws-se-source         pic X.
               10 ws-se-reason         pic X(50).
               10 ws-se-store          pic X(2).
               10 ws-se-status         pic X.
               10 ws-se-action-date    pic 9(6).
               10 ws-se-first-date     pic 9(6).
               10 ws-se-raw-image      pic X(36).

      *    releases tonight's edit pass has already taken, held
      *    while the release file is rewritten -- a rerun of the
      *    edit pass takes them again from here.
       01 ws-carry-table-control.
           05 ws-carry-count           pic 9(4) value 0.
           05 ws-carry-max             pic 9(4) value 5000.

       01 ws-carry-table.
           05 ws-carry-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-carry-count
                   INDEXED BY ws-carry-idx
                                       pic X(116).

       01 ws-run-stamp-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-run-time              pic 9(8) value 0.

       01 ws-counters.
           05 ws-dropped-count         pic 9(5) value 0.
           05 ws-intake-count          pic 9(5) value 0.
           05 ws-accepted-count        pic 9(5) value 0.
           05 ws-rejected-count        pic 9(5) value 0.
           05 ws-release-count         pic 9(5) value 0.
           05 ws-carried-count         pic 9(5) value 0.

       01 ws-abend-reason              pic x(40) value spaces.

       01 ws-reject-reason             pic x(40).

      *    the corrected image is laid over the raw record views so
      *    the edits read the same fields the edit pass will.
       01 ws-image-check.
           05 ws-ic-image              pic X(36).
           05 ws-ic-line-view REDEFINES ws-ic-image.
               10 ws-ic-trans-code     pic X.
               10 ws-ic-amount         pic X(7).
               10 ws-ic-payment-type   pic X(2).
               10 ws-ic-store          pic X(2).
               10 ws-ic-invoice        pic X(9).
               10 ws-ic-sku            pic X(15).
           05 ws-ic-header-view REDEFINES ws-ic-image.
               10 ws-ic-record-type    pic X.
               10 ws-ic-h-invoice      pic X(9).
               10 ws-ic-h-store        pic X(2).
               10 ws-ic-h-payment      pic X(2).
               10 ws-ic-h-total        pic X(7).
               10 ws-ic-h-line-count   pic X(2).
               10 filler               pic X(13).
           05 ws-ic-detail-view REDEFINES ws-ic-image.
               10 filler               pic X.
               10 ws-ic-d-invoice      pic X(9).
               10 ws-ic-d-sku          pic X(15).
               10 ws-ic-d-quantity     pic X(3).
               10 ws-ic-d-unit-price   pic X(7).
               10 filler               pic X.

      *    37-byte picture of a suspense line: its status, then the
      *    raw image -- a fix changes the image, a release or
      *    write-off changes the status.
       01 ws-line-image.
           05 img-status               pic X.
           05 img-raw-image            pic X(36).

       01 ws-audit-detail.
           05 aud-run-date             pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 aud-run-time             pic 9(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-action               pic X.
           05 filler                   pic x(2)  value spaces.
           05 aud-item-key             pic X(11).
           05 aud-line-number          pic X(3).
           05 filler                   pic x(2)  value spaces.
           05 aud-disposition          pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 aud-reason               pic x(40).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "OLD=".
           05 aud-before               pic x(37).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "NEW=".
           05 aud-after                pic x(37).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CORRECTIONS
               UNTIL WS-CORR-EOF-FLAG = "Y".
           PERFORM 3000-REWRITE-MASTER.
           PERFORM 3100-WRITE-RELEASES.
           PERFORM 3200-RESET-CORRECTIONS.
           PERFORM 9999-CLOSE-OUT.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           ACCEPT ws-run-time           from TIME.
           PERFORM 0050-LOAD-SUSPENSE-MASTER.
           PERFORM 0080-MERGE-INTAKE.
           PERFORM 1100-OPEN-AUDIT-FILE.
           OPEN INPUT correction-file.
           if(ws-corr-status NOT = "00") then
               move "Y"                 to WS-CORR-EOF-FLAG
           else
               PERFORM 2005-READ-CORRECTION
           end-if.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- the same date the edit pass
      *    stamped on tonight's rejects.
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

      *    the first night there is no master yet.  an item closed
      *    before today has done its work -- a release was taken by
      *    tonight's edit pass, a write-off is on the audit trail --
      *    and anything rejected today is dropped so a rerun merges
      *    tonight's intake once, not twice.
       0050-LOAD-SUSPENSE-MASTER.
           OPEN INPUT suspense-master-file.
           if(ws-master-status = "00") then
               PERFORM 0060-READ-SUSPENSE-MASTER
               PERFORM 0070-BUILD-SUSPENSE-TABLE
                   UNTIL WS-SP-EOF-FLAG = "Y"
               CLOSE suspense-master-file
           end-if.
       0050-END.

       0060-READ-SUSPENSE-MASTER.
           READ suspense-master-file into SP-SUSPENSE-RECORD
               AT END move "Y"          to WS-SP-EOF-FLAG
           END-READ.
       0060-END.

       0070-BUILD-SUSPENSE-TABLE.
           if(SP-REJECT-DATE = ws-run-date) or
               ((NOT SP-ITEM-OPEN) and (SP-ACTION-DATE < ws-run-date))
               then
               ADD 1                    to ws-dropped-count
           else
               PERFORM 0075-ADD-TABLE-ENTRY
           end-if.
           PERFORM 0060-READ-SUSPENSE-MASTER.
       0070-END.

       0075-ADD-TABLE-ENTRY.
           if(ws-susp-count NOT < ws-susp-max) then
               move "SUSPENSE MASTER TABLE FULL"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           ADD 1                        to ws-susp-count.
           SET ws-susp-idx              to ws-susp-count.
           move SP-SUSPENSE-RECORD      to ws-susp-entry(ws-susp-idx).
       0075-END.

      *    no intake means the edit pass rejected nothing tonight.
       0080-MERGE-INTAKE.
           OPEN INPUT suspense-intake-file.
           if(ws-intake-status = "00") then
               PERFORM 0090-READ-INTAKE
               PERFORM 0095-MERGE-ONE-INTAKE
                   UNTIL WS-INT-EOF-FLAG = "Y"
               CLOSE suspense-intake-file
           end-if.
       0080-END.

       0090-READ-INTAKE.
           READ suspense-intake-file into SP-SUSPENSE-RECORD
               AT END move "Y"          to WS-INT-EOF-FLAG
           END-READ.
       0090-END.

      *    an intake left over from an earlier night is not merged
      *    -- its items are already on the master from that night.
       0095-MERGE-ONE-INTAKE.
           if(SP-REJECT-DATE = ws-run-date) then
               PERFORM 0075-ADD-TABLE-ENTRY
               ADD 1                    to ws-intake-count
           end-if.
           PERFORM 0090-READ-INTAKE.
       0095-END.

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

       2005-READ-CORRECTION.
           READ correction-file
               AT END move "Y"          to WS-CORR-EOF-FLAG
           END-READ.
       2005-END.

       2000-PROCESS-CORRECTIONS.
           PERFORM 2100-EDIT-CORRECTION.

      *    the before image has to be taken now -- once the action
      *    is applied the matched line already holds the new values.
           if(WS-LINE-FOUND) then
               PERFORM 2410-BUILD-BEFORE-IMAGE
           else
               move spaces              to aud-before
           end-if.

           if(WS-CORR-VALID) then
               PERFORM 2300-APPLY-CORRECTION
               move "ACCEPTED"          to aud-disposition
               move spaces              to ws-reject-reason
               ADD 1                    to ws-accepted-count
           else
               move "REJECTED"          to aud-disposition
               ADD 1                    to ws-rejected-count
           end-if.

           PERFORM 2400-WRITE-AUDIT-LINE.
           PERFORM 2005-READ-CORRECTION.
       2000-END.

      *    an action must be known and must name an open item on
      *    the master.  a fix names the line it replaces; a release
      *    or write-off acts on the whole item, so it is pictured
      *    on the audit by the item's first line.
       2100-EDIT-CORRECTION.
           SET WS-CORR-VALID            to true.
           move spaces                  to ws-reject-reason.
           MOVE "N"                     to WS-ITEM-FOUND-SW.
           MOVE "N"                     to WS-LINE-FOUND-SW.

           if(NOT sc-action-fix) and (NOT sc-action-release) and
               (NOT sc-action-write-off) then
               SET WS-CORR-INVALID      to true
               move "INVALID ACTION - MUST BE F, R OR W"
                                        to ws-reject-reason
           else if(sc-item-key-x NOT NUMERIC) then
               SET WS-CORR-INVALID      to true
               move "ITEM KEY NOT NUMERIC"
                                        to ws-reject-reason
           else if(sc-action-fix) and (sc-line-number-x NOT NUMERIC)
               then
               SET WS-CORR-INVALID      to true
               move "LINE NUMBER NOT NUMERIC"
                                        to ws-reject-reason
           else
               PERFORM 2110-FIND-ITEM
               PERFORM 2150-EDIT-AGAINST-ITEM
           end-if.
       2100-END.

       2110-FIND-ITEM.
           if(NOT sc-action-fix) then
               move 0                   to sc-line-number
           end-if.
           SET ws-susp-idx              to 1.
           PERFORM 2120-CHECK-ITEM-ENTRY VARYING ws-susp-idx
               from 1 BY 1
               until ws-susp-idx > ws-susp-count
               or WS-LINE-FOUND.
       2110-END.

       2120-CHECK-ITEM-ENTRY.
           if(ws-se-item-key(ws-susp-idx) = sc-item-key-x) then
               if(NOT WS-ITEM-FOUND) then
                   SET WS-ITEM-FOUND    to true
                   SET ws-item-match-idx to ws-susp-idx
               end-if
               if(ws-se-line-number(ws-susp-idx) = sc-line-number)
                   then
                   SET WS-LINE-FOUND    to true
                   SET ws-line-match-idx to ws-susp-idx
               end-if
           end-if.
       2120-END.

       2150-EDIT-AGAINST-ITEM.
           if(NOT WS-ITEM-FOUND) then
               SET WS-CORR-INVALID      to true
               move "ITEM NOT ON SUSPENSE MASTER"
                                        to ws-reject-reason
           else if(NOT WS-LINE-FOUND) then
               SET WS-CORR-INVALID      to true
               move "LINE NOT ON SUSPENSE ITEM"
                                        to ws-reject-reason
           else if(ws-se-status(ws-item-match-idx) NOT = "O") then
               SET WS-CORR-INVALID      to true
               move "ITEM NOT OPEN - ALREADY RELEASED/WRITTEN OFF"
                                        to ws-reject-reason
           else if(sc-action-fix) then
               PERFORM 2200-EDIT-CORRECTED-IMAGE
           end-if.
       2150-END.

      *    a fix may change any field, but it must still be a record
      *    the edit pass can read as the kind it was -- an S&L line
      *    stays S or L, a return stays R, an itemized header stays
      *    a header on the same invoice and a detail line stays a
      *    detail line -- and the fields it will add up or look up
      *    must be numeric.
       2200-EDIT-CORRECTED-IMAGE.
           move sc-corrected-image      to ws-ic-image.

           if(ws-se-source(ws-line-match-idx) = "S") then
               if(ws-ic-trans-code NOT = "S") and
                   (ws-ic-trans-code NOT = "L") then
                   SET WS-CORR-INVALID  to true
                   move "S&L LINE MUST KEEP TRANS CODE S OR L"
                                        to ws-reject-reason
               end-if
           end-if.
           if(ws-se-source(ws-line-match-idx) = "R") then
               if(ws-ic-trans-code NOT = "R") then
                   SET WS-CORR-INVALID  to true
                   move "RETURN LINE MUST KEEP TRANS CODE R"
                                        to ws-reject-reason
               end-if
           end-if.

           if(ws-se-source(ws-line-match-idx) = "I") then
               PERFORM 2210-EDIT-ITEMIZED-IMAGE
           else
               if(WS-CORR-VALID) and
                   ((ws-ic-amount NOT NUMERIC) or
                    (ws-ic-store NOT NUMERIC)) then
                   SET WS-CORR-INVALID  to true
                   move "AMOUNT OR STORE NOT NUMERIC"
                                        to ws-reject-reason
               end-if
           end-if.
       2200-END.

       2210-EDIT-ITEMIZED-IMAGE.
           move ws-se-raw-image(ws-item-match-idx)
                                        to SP-RAW-IMAGE.
           if(sc-line-number = 0) then
               if(ws-ic-record-type NOT = "I") or
                   (ws-ic-h-invoice NOT = SP-RAW-ITM-INVOICE) then
                   SET WS-CORR-INVALID  to true
                   move "HEADER MUST STAY I ON THE SAME INVOICE"
                                        to ws-reject-reason
               else if(ws-ic-h-store NOT NUMERIC) or
                   (ws-ic-h-total NOT NUMERIC) or
                   (ws-ic-h-line-count NOT NUMERIC) then
                   SET WS-CORR-INVALID  to true
                   move "STORE, TOTAL OR LINE COUNT NOT NUMERIC"
                                        to ws-reject-reason
               end-if
           else
               if(ws-ic-record-type NOT = "D") or
                   (ws-ic-d-invoice NOT = SP-RAW-ITM-INVOICE) then
                   SET WS-CORR-INVALID  to true
                   move "LINE MUST STAY D ON THE SAME INVOICE"
                                        to ws-reject-reason
               else if(ws-ic-d-quantity NOT NUMERIC) or
                   (ws-ic-d-unit-price NOT NUMERIC) then
                   SET WS-CORR-INVALID  to true
                   move "QUANTITY OR UNIT PRICE NOT NUMERIC"
                                        to ws-reject-reason
               end-if
           end-if.
       2210-END.

      *    a fix replaces one line's image and leaves the item open
      *    for release; release and write-off close every line of
      *    the item together, so a basket never goes back in parts.
       2300-APPLY-CORRECTION.
           if(sc-action-fix) then
               move sc-corrected-image  to
                                  ws-se-raw-image(ws-line-match-idx)
               if(ws-se-source(ws-line-match-idx) = "S") or
                   (ws-se-source(ws-line-match-idx) = "R") then
                   move ws-ic-store     to
                                  ws-se-store(ws-line-match-idx)
               end-if
               if(ws-se-source(ws-line-match-idx) = "I") and
                   (sc-line-number = 0) then
                   move ws-ic-h-store   to
                                  ws-se-store(ws-line-match-idx)
               end-if
           else
               SET ws-susp-idx          to 1
               PERFORM 2310-CLOSE-ITEM-LINE VARYING ws-susp-idx
                   from 1 BY 1
                   until ws-susp-idx > ws-susp-count
           end-if.
       2300-END.

       2310-CLOSE-ITEM-LINE.
           if(ws-se-item-key(ws-susp-idx) = sc-item-key-x) then
               move sc-action           to ws-se-status(ws-susp-idx)
               move ws-run-date         to
                                  ws-se-action-date(ws-susp-idx)
           end-if.
       2310-END.

      *    aud-before was filled by the caller ahead of the apply;
      *    a reject that never matched a line shows a blank side.
       2400-WRITE-AUDIT-LINE.
           move ws-run-date             to aud-run-date.
           move ws-run-time             to aud-run-time.
           move sc-action               to aud-action.
           move sc-item-key-x           to aud-item-key.
           move sc-line-number-x        to aud-line-number.
           move ws-reject-reason        to aud-reason.

           if(WS-CORR-VALID) then
               PERFORM 2420-BUILD-AFTER-IMAGE
           else
               move spaces              to aud-after
           end-if.

           write audit-line from ws-audit-detail.
       2400-END.

       2410-BUILD-BEFORE-IMAGE.
           move ws-se-status(ws-line-match-idx)
                                        to img-status.
           move ws-se-raw-image(ws-line-match-idx)
                                        to img-raw-image.
           move ws-line-image           to aud-before.
       2410-END.

       2420-BUILD-AFTER-IMAGE.
           move ws-se-status(ws-line-match-idx)
                                        to img-status.
           move ws-se-raw-image(ws-line-match-idx)
                                        to img-raw-image.
           move ws-line-image           to aud-after.
       2420-END.

       3000-REWRITE-MASTER.
           OPEN OUTPUT suspense-master-file.
           SET ws-susp-idx              to 1
           PERFORM 3010-WRITE-ONE-MASTER-RECORD VARYING ws-susp-idx
               from 1 BY 1
               until ws-susp-idx > ws-susp-count.
           CLOSE suspense-master-file.
       3000-END.

       3010-WRITE-ONE-MASTER-RECORD.
           write suspense-master-record from ws-susp-entry(ws-susp-idx).
       3010-END.

      *    tonight's releases, plus whatever tonight's edit pass
      *    marked taken -- the file is rewritten whole, so a release
      *    taken on an earlier night never goes in twice, but a
      *    rerun of tonight's edit pass still finds what it took.
       3100-WRITE-RELEASES.
           PERFORM 3120-LOAD-TAKEN-RELEASES.
           OPEN OUTPUT release-file.
           SET ws-carry-idx             to 1
           PERFORM 3140-WRITE-ONE-CARRIED VARYING ws-carry-idx
               from 1 BY 1
               until ws-carry-idx > ws-carry-count.
           SET ws-susp-idx              to 1
           PERFORM 3110-WRITE-ONE-RELEASE VARYING ws-susp-idx
               from 1 BY 1
               until ws-susp-idx > ws-susp-count.
           CLOSE release-file.
           DISPLAY "PROGRAM20 SUSPENSE - NEW: " ws-intake-count
               " ACTIONS OK: " ws-accepted-count
               " REJECTED: " ws-rejected-count
               " RELEASED: " ws-release-count
               " CARRIED: " ws-carried-count.
       3100-END.

       3110-WRITE-ONE-RELEASE.
           if(ws-se-status(ws-susp-idx) = "R") and
               (ws-se-action-date(ws-susp-idx) = ws-run-date) then
               write release-record from ws-susp-entry(ws-susp-idx)
               ADD 1                    to ws-release-count
           end-if.
       3110-END.

      *    the first night there is no release file yet.
       3120-LOAD-TAKEN-RELEASES.
           OPEN INPUT release-file.
           if(ws-release-status = "00") then
               PERFORM 3125-READ-RELEASE
               PERFORM 3130-CARRY-ONE-RELEASE
                   UNTIL WS-REL-EOF-FLAG = "Y"
               CLOSE release-file
           end-if.
       3120-END.

       3125-READ-RELEASE.
           READ release-file into SP-SUSPENSE-RECORD
               AT END move "Y"          to WS-REL-EOF-FLAG
           END-READ.
       3125-END.

       3130-CARRY-ONE-RELEASE.
           if(SP-ITEM-TAKEN) and (SP-ACTION-DATE = ws-run-date) then
               if(ws-carry-count NOT < ws-carry-max) then
                   move "TAKEN RELEASE TABLE FULL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               ADD 1                    to ws-carry-count
               SET ws-carry-idx         to ws-carry-count
               move SP-SUSPENSE-RECORD  to ws-carry-entry(ws-carry-idx)
           end-if.
           PERFORM 3125-READ-RELEASE.
       3130-END.

       3140-WRITE-ONE-CARRIED.
           write release-record from ws-carry-entry(ws-carry-idx).
           ADD 1                        to ws-carried-count.
       3140-END.

      *    the corrections are emptied only once the master and the
      *    release file are both written -- the same reset the
      *    history utility gives its mode file after a run.
       3200-RESET-CORRECTIONS.
           if(ws-corr-status = "00" or ws-corr-status = "10") then
               CLOSE correction-file
               OPEN OUTPUT correction-file
               CLOSE correction-file
           end-if.
       3200-END.

      *    the run dies here rather than rewriting a master it could
      *    not hold whole.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM20 FILE CONTROL FAILURE: "
               ws-abend-reason.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           CLOSE audit-file.
       9999-END.

       END PROGRAM Program20.
