      *    GL journal-voucher posting -- turns the day's validated
      *    transactions into one balanced voucher the GL loader can
      *    take straight in: tender debits, sales credits, and
      *    tax-payable credits summarized by account, then the
      *    night's card chargebacks against the chargeback
      *    receivable as their own balanced lines, under a batch
      *    header and trailer with hash totals.  this is the
      *    structured replacement for the raw comma extracts the
      *    GL team used to rekey by hand.
       environment division.
               organization is line sequential
               file status is ws-glacct-status.
      *
      *    the night's chargebacks matched to a sale, written under
      *    the business date by the chargeback pass.
           select chargeback-posting-file
               assign to dynamic ws-cb-posting-file-name
               organization is line sequential
               file status is ws-cbpost-status.
      *
      *    the balanced voucher handed to the GL loader.
           select voucher-file
               assign to dynamic ws-voucher-file-name
       data division.
       file section.
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
           data record is GLM-ACCOUNT-RECORD.
      *
           COPY GLACCT.
      *
       fd chargeback-posting-file
           record contains 34 characters
           data record is CP-POSTING-RECORD.
      *
           COPY CBPOST.
      *
       fd voucher-file
           record contains 44 characters
           05 WS-ACCT-FOUND-SW          pic X value "N".
               88 WS-ACCT-FOUND             value "Y".
           05 ws-glacct-status          pic XX.
           05 WS-CP-EOF-FLAG            pic X value "N".
           05 ws-cbpost-status          pic XX.
           05 WS-CP-TRAILER-SEEN-SW     pic X value "N".
               88 WS-CP-TRAILER-SEEN        value "Y".
           05 WS-CB-ACCT-FOUND-SW       pic X value "N".
               88 WS-CB-ACCT-FOUND          value "Y".
           05 ws-procdate-status        pic XX.

           COPY STABLE.
           05 ws-vt-hash-total          pic 9(13)V99 value 0.
           05 ws-vt-expect-count        pic 9(9) value 0.
           05 ws-vt-expect-hash         pic 9(13)V99 value 0.
           05 ws-cp-expect-count        pic 9(9) value 0.
           05 ws-cp-expect-amount       pic 9(13)V99 value 0.
           05 ws-abend-reason           pic x(40) value spaces.

      *    the voucher carries the run date in its name so
       01 ws-dated-name-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-voucher-file-name     pic x(60) value spaces.
           05 ws-cb-posting-file-name  pic x(60) value spaces.

      *    account-mapping master loaded up front -- every line of
      *    the day must resolve here or the run abends.
       01 ws-map-table-control.
           05 ws-map-count             pic 9(4) value 0.
           05 ws-map-match-idx         pic 9(4) value 0.
           05 ws-lookup-trans-code     pic X(1).
           05 ws-lookup-payment-type   pic X(2).
           05 ws-lookup-jurisdiction   pic X(4).

       01 ws-map-table.
           05 ws-map-entry OCCURS 1 TO 2000 TIMES
               10 ws-map-tender-acct   pic 9(8).
               10 ws-map-sales-acct    pic 9(8).
               10 ws-map-tax-acct      pic 9(8).
               10 ws-map-receivable-acct
                                       pic 9(8).

      *    per-account debit and credit totals, grown as accounts
      *    are touched -- the voucher carries one line per account,
               10 ws-acct-debits       pic 9(11)V99 value 0.
               10 ws-acct-credits      pic 9(11)V99 value 0.

      *    the chargeback legs, kept apart from the day's sales so
      *    they reach the GL as their own entries and balance on
      *    their own.
       01 ws-cb-acct-table-control.
           05 ws-cb-acct-count         pic 9(4) value 0.
           05 ws-cb-acct-max           pic 9(4) value 2000.
           05 ws-cb-acct-match-idx     pic 9(4) value 0.

       01 ws-cb-acct-table.
           05 ws-cb-acct-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-cb-acct-count
                   INDEXED BY ws-cb-acct-idx.
               10 ws-cb-acct-number    pic 9(8).
               10 ws-cb-acct-debits    pic 9(11)V99 value 0.
               10 ws-cb-acct-credits   pic 9(11)V99 value 0.

       01 ws-work-fields.
           05 ws-posting-amount        pic 9(11)V99 value 0.
           05 ws-total-debits          pic 9(11)V99 value 0.
           05 ws-total-credits         pic 9(11)V99 value 0.
           05 ws-voucher-lines         pic 9(6) value 0.
           05 ws-cb-count              pic 9(6) value 0.
           05 ws-cb-debits             pic 9(11)V99 value 0.
           05 ws-cb-credits            pic 9(11)V99 value 0.
           05 ws-cb-amount             pic 9(13)V99 value 0.
           05 ws-voucher-debits        pic 9(11)V99 value 0.
           05 ws-voucher-credits       pic 9(11)V99 value 0.

       01 ws-voucher-header.
           05 filler                   pic x(1)  value "H".
           05 ws-vd-debit              pic 9(11).99.
           05 filler                   pic x(1)  value spaces.
           05 ws-vd-credit             pic 9(11).99.
           05 filler                   pic x(1)  value spaces.
      *    blank on the day's lines, CB on a chargeback line.
           05 ws-vd-entry-type         pic x(2)  value spaces.
           05 filler                   pic x(2)  value spaces.

       01 ws-voucher-trailer.
           05 filler                   pic x(1)  value "T".
           PERFORM 2000-ACCUMULATE-TRANSACTIONS
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 2900-VERIFY-FILE-TRAILER.
           PERFORM 2500-POST-CHARGEBACKS.
           PERFORM 2950-VERIFY-BALANCE.
           PERFORM 3000-WRITE-VOUCHER.
           PERFORM 9999-CLOSE-OUT.
           string "../../../data/GLJournalVoucher_" ws-run-date
               ".out"
               delimited by size into ws-voucher-file-name.
           string "../../../data/ChargebackPosting_" ws-run-date
               ".out"
               delimited by size into ws-cb-posting-file-name.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 0055-LOAD-ACCOUNT-MASTER.
           OPEN INPUT valid-trans-file.
           move GLM-TENDER-ACCT    to ws-map-tender-acct(ws-map-idx).
           move GLM-SALES-ACCT     to ws-map-sales-acct(ws-map-idx).
           move GLM-TAX-ACCT       to ws-map-tax-acct(ws-map-idx).
           if(GLM-TRANS-CODE = "C") then
               move GLM-RECEIVABLE-ACCT to
                                  ws-map-receivable-acct(ws-map-idx)
           else
               move 0                   to
                                  ws-map-receivable-acct(ws-map-idx)
           end-if.
           PERFORM 0065-READ-ACCOUNT-MASTER.
       0075-END.

               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.

           move VT-TRANS-CODE           to ws-lookup-trans-code.
           move VT-PAYMENT-TYPE         to ws-lookup-payment-type.
           move ST-JURISDICTION-CODE(ST-IDX)
                                        to ws-lookup-jurisdiction.
           PERFORM 2100-FIND-ACCOUNT-MAPPING.

           compute ws-posting-amount =
       2100-END.

       2110-CHECK-MAP-ENTRY.
           if(ws-map-trans-code(ws-map-idx) = ws-lookup-trans-code)
               and (ws-map-payment-type(ws-map-idx) =
                   ws-lookup-payment-type)
               and (ws-map-jurisdiction(ws-map-idx) =
                   ws-lookup-jurisdiction) then
               SET WS-MAP-FOUND         to true
               SET ws-map-match-idx     to ws-map-idx
           end-if.
           end-if.
       2410-END.

      *    chargebacks post as their own entries -- the receivable
      *    is debited for what the acquirer took back and the
      *    tender account it came out of is credited.  the posting
      *    file is written every night, empty or not, so a missing
      *    one means the chargeback pass did not run and the day
      *    cannot be called posted.
       2500-POST-CHARGEBACKS.
           OPEN INPUT chargeback-posting-file.
           if(ws-cbpost-status NOT = "00") then
               move "CHARGEBACK POSTING FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           PERFORM 2510-READ-CHARGEBACK-POSTING.
           PERFORM 2520-POST-ONE-CHARGEBACK
               UNTIL WS-CP-EOF-FLAG = "Y".
           CLOSE chargeback-posting-file.
           PERFORM 2590-VERIFY-CHARGEBACK-TRAILER.
       2500-END.

       2510-READ-CHARGEBACK-POSTING.
           READ chargeback-posting-file
               AT END move "Y"          to WS-CP-EOF-FLAG
           END-READ.
       2510-END.

       2520-POST-ONE-CHARGEBACK.
           if(CP-TRAILER-RECORD) then
               move CP-POSTED-COUNT     to ws-cp-expect-count
               move CP-POSTED-AMOUNT    to ws-cp-expect-amount
               move "Y"                 to WS-CP-TRAILER-SEEN-SW
               move "Y"                 to WS-CP-EOF-FLAG
           else
               PERFORM 2530-POST-CHARGEBACK-LEGS
               PERFORM 2510-READ-CHARGEBACK-POSTING
           end-if.
       2520-END.

       2530-POST-CHARGEBACK-LEGS.
           move "C"                     to ws-lookup-trans-code.
           move CP-PAYMENT-TYPE         to ws-lookup-payment-type.
           move CP-JURISDICTION         to ws-lookup-jurisdiction.
           PERFORM 2100-FIND-ACCOUNT-MAPPING.

           move CP-AMOUNT               to ws-posting-amount.
           move ws-map-receivable-acct(ws-map-match-idx)
                                        to ws-lookup-account.
           PERFORM 2540-POST-CB-DEBIT.
           move ws-map-tender-acct(ws-map-match-idx)
                                        to ws-lookup-account.
           PERFORM 2550-POST-CB-CREDIT.
           ADD 1                        to ws-cb-count.
           ADD CP-AMOUNT                to ws-cb-amount.
       2530-END.

       2540-POST-CB-DEBIT.
           PERFORM 2560-FIND-OR-ADD-CB-ACCOUNT.
           ADD ws-posting-amount        to
                                  ws-cb-acct-debits(ws-cb-acct-idx).
           ADD ws-posting-amount        to ws-cb-debits.
       2540-END.

       2550-POST-CB-CREDIT.
           PERFORM 2560-FIND-OR-ADD-CB-ACCOUNT.
           ADD ws-posting-amount        to
                                  ws-cb-acct-credits(ws-cb-acct-idx).
           ADD ws-posting-amount        to ws-cb-credits.
       2550-END.

      *    same overshoot as the day's account search.
       2560-FIND-OR-ADD-CB-ACCOUNT.
           MOVE "N"                     to WS-CB-ACCT-FOUND-SW.
           SET ws-cb-acct-idx           to 1.
           PERFORM 2570-CHECK-CB-ACCT-ENTRY VARYING ws-cb-acct-idx
               from 1 BY 1
               until ws-cb-acct-idx > ws-cb-acct-count
               or WS-CB-ACCT-FOUND.

           if(WS-CB-ACCT-FOUND) then
               SET ws-cb-acct-idx       to ws-cb-acct-match-idx
           else
               if(ws-cb-acct-count NOT < ws-cb-acct-max) then
                   move "CHARGEBACK ACCOUNT TABLE FULL"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               end-if
               ADD 1                    to ws-cb-acct-count
               SET ws-cb-acct-idx       to ws-cb-acct-count
               move ws-lookup-account   to
                                  ws-cb-acct-number(ws-cb-acct-idx)
           end-if.
       2560-END.

       2570-CHECK-CB-ACCT-ENTRY.
           if(ws-cb-acct-number(ws-cb-acct-idx) = ws-lookup-account)
               then
               SET WS-CB-ACCT-FOUND     to true
               SET ws-cb-acct-match-idx to ws-cb-acct-idx
           end-if.
       2570-END.

      *    the chargeback pass closes its posting file with what it
      *    wrote -- a short or stale file never reaches the voucher.
       2590-VERIFY-CHARGEBACK-TRAILER.
           if(NOT WS-CP-TRAILER-SEEN) then
               move "MISSING CHARGEBACK POSTING TRAILER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-cp-expect-count NOT = ws-cb-count) then
               move "CHARGEBACK POSTING COUNT MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-cp-expect-amount NOT = ws-cb-amount) then
               move "CHARGEBACK POSTING AMOUNT MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       2590-END.

      *    the header must be today's -- a master left behind by a
      *    skipped or failed edit run would otherwise post
      *    yesterday's business under today's batch.
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-cb-debits NOT = ws-cb-credits) then
               move "CHARGEBACK ENTRIES DO NOT BALANCE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       2950-END.

      *    the run dies here rather than handing the GL loader a
               ws-abend-reason.
           DISPLAY "  TOTAL DEBITS:  " ws-total-debits.
           DISPLAY "  TOTAL CREDITS: " ws-total-credits.
           DISPLAY "  CHARGEBACKS:   " ws-cb-count.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.
               from 1 BY 1
               until ws-acct-idx > ws-acct-count.

           SET ws-cb-acct-idx           to 1
           PERFORM 3020-WRITE-ONE-CB-LINE VARYING ws-cb-acct-idx
               from 1 BY 1
               until ws-cb-acct-idx > ws-cb-acct-count.

           compute ws-voucher-debits = ws-total-debits + ws-cb-debits.
           compute ws-voucher-credits =
               ws-total-credits + ws-cb-credits.
           move ws-voucher-lines        to ws-vt-line-count.
           move ws-voucher-debits       to ws-vt-total-debits.
           move ws-voucher-credits      to ws-vt-total-credits.
           write voucher-line from ws-voucher-trailer
               after advancing 1 line.
       3000-END.
           move ws-acct-number(ws-acct-idx)  to ws-vd-account.
           move ws-acct-debits(ws-acct-idx)  to ws-vd-debit.
           move ws-acct-credits(ws-acct-idx) to ws-vd-credit.
           move spaces                  to ws-vd-entry-type.
           write voucher-line from ws-voucher-detail
               after advancing 1 line.
           ADD 1                        to ws-voucher-lines.
       3010-END.

       3020-WRITE-ONE-CB-LINE.
           move ws-cb-acct-number(ws-cb-acct-idx)  to ws-vd-account.
           move ws-cb-acct-debits(ws-cb-acct-idx)  to ws-vd-debit.
           move ws-cb-acct-credits(ws-cb-acct-idx) to ws-vd-credit.
           move "CB"                    to ws-vd-entry-type.
           write voucher-line from ws-voucher-detail
               after advancing 1 line.
           ADD 1                        to ws-voucher-lines.
       3020-END.

       9999-CLOSE-OUT.
           CLOSE valid-trans-file voucher-file.
       9999-END.
