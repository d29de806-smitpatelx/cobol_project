           05 ws-procdate-status       pic XX.

      *    the steps of the daily stream in their required order.
      *    the invoice history check comes first -- refunds are
      *    approved against that file, so a damaged history stops
      *    the whole stream before any pass can use it.  the edit
      *    pass writes the validated master, so every pass that
      *    reads ValidatedTransactions.dat is flagged "V" and is
      *    skipped when the edit pass does not end clean.  the
      *    monitor and the housekeeping sweep otherwise always run
      *    -- a bad night is exactly when the morning meeting needs
      *    them.
       01 ws-step-values.
           05 filler  pic x(10) value "Program33 ".
           05 filler  pic x(10) value "Program10 ".
           05 filler  pic x(10) value "Program1  ".
           05 filler  pic x(10) value "program4  ".
           05 filler  pic x(10) value "Program27 ".
           05 filler  pic x(10) value "Program5 V".
           05 filler  pic x(10) value "Program6 V".
           05 filler  pic x(10) value "Program8 V".
           05 filler  pic x(10) value "Program13V".
           05 filler  pic x(10) value "Program16V".
           05 filler  pic x(10) value "Program17V".
           05 filler  pic x(10) value "Program20V".
           05 filler  pic x(10) value "Program21V".
           05 filler  pic x(10) value "Program22V".
           05 filler  pic x(10) value "Program23V".
           05 filler  pic x(10) value "Program24V".
           05 filler  pic x(10) value "Program26V".
           05 filler  pic x(10) value "Program29V".
           05 filler  pic x(10) value "Program11 ".
           05 filler  pic x(10) value "Program12 ".
           05 filler  pic x(10) value "Program15 ".
           05 filler  pic x(10) value "Program32 ".

       01 ws-step-table REDEFINES ws-step-values.
           05 ws-step-entry OCCURS 22 TIMES
                   INDEXED BY ws-step-idx.
               10 ws-step-name         pic x(9).
               10 ws-step-needs-vt     pic x.

       01 ws-work-fields.
           05 ws-step-count            pic 99 value 22.
           05 ws-call-name             pic x(9).
           05 ws-step-rc               pic 9(4) value 0.
           05 ws-history-check-rc      pic 9(4) value 0.
           05 ws-edit-pass-rc          pic 9(4) value 0.
           05 ws-worst-rc              pic 9(4) value 0.
           05 ws-run-date              pic 9(6) value 0.
       0040-END.

      *    a step whose prerequisite failed is logged and skipped,
      *    never run against a damaged history or a half-written
      *    validated master.
       2000-RUN-ONE-STEP.
           move ws-step-name(ws-step-idx) to wl-step-name.
           move 0                       to wl-start-time.
           move 0                       to wl-end-time.

           if(ws-history-check-rc NOT = 0) then
               move 0                   to wl-return-code
               move "SKIPPED - HISTORY RC"
                                        to wl-disposition
               PERFORM 2200-WRITE-LOG-LINE
           else if(ws-step-needs-vt(ws-step-idx) = "V") and
               (ws-edit-pass-rc NOT = 0) then
               move 0                   to wl-return-code
               move "SKIPPED - EDIT PASS RC"
           end-if.
           PERFORM 2200-WRITE-LOG-LINE.

           if(ws-call-name = "Program33") then
               move ws-step-rc          to ws-history-check-rc
           end-if.
           if(ws-call-name = "Program10") then
               move ws-step-rc          to ws-edit-pass-rc
           end-if.
