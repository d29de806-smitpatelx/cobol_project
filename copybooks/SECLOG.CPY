      *-----------------------------------------------------------*
      *  SECLOG - security log record, appended by every program  *
      *  an operator signs on to.  One line per sign-on attempt,  *
      *  lockout, operator reset or change, and inquiry, dated    *
      *  with the business date so the daily security report      *
      *  picks up the day's activity whatever the wall clock.     *
      *-----------------------------------------------------------*
       01 SL-SECURITY-RECORD.
           05 SL-LOG-DATE              PIC 9(06).
           05 SL-LOG-TIME              PIC 9(08).
           05 SL-PROGRAM-ID            PIC X(09).
           05 SL-OPERATOR-ID           PIC X(08).
           05 SL-EVENT                 PIC X(02).
               88 SL-SIGNED-ON             VALUE "SN".
               88 SL-SIGNON-FAILED         VALUE "SF".
               88 SL-LOCKED-OUT            VALUE "LK".
               88 SL-REFUSED-LOCKED        VALUE "LR".
               88 SL-ROLE-DENIED           VALUE "RD".
               88 SL-OPERATOR-RESET        VALUE "RS".
               88 SL-OPERATOR-CHANGED      VALUE "OM".
               88 SL-INQUIRY               VALUE "IQ".
           05 SL-DETAIL                PIC X(20).
