      *-----------------------------------------------------------*
      *  OPTABLE - in-memory operator table, loaded from the      *
      *  operator master at sign-on and written back whole, so a  *
      *  failed attempt, a lockout or a good sign-on that clears  *
      *  the failure count is on the master before anything else  *
      *  is done.  Role and status carry the operator master's    *
      *  own conditions.                                          *
      *-----------------------------------------------------------*
       01 OT-OPERATOR-TABLE-CONTROL.
           05 OT-OPERATOR-COUNT        PIC 9(04) VALUE 0.
           05 OT-MATCH-IDX             PIC 9(04) VALUE 0.

       01 OT-OPERATOR-TABLE.
           05 OT-OPERATOR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OT-OPERATOR-COUNT
                   INDEXED BY OT-IDX.
               10 OT-OPERATOR-ID       PIC X(08).
               10 OT-OPERATOR-NAME     PIC X(20).
               10 OT-PIN               PIC X(06).
               10 OT-ROLE              PIC X(01).
                   88 OT-ROLE-INQUIRY      VALUE "I".
                   88 OT-ROLE-MAINTENANCE  VALUE "M".
                   88 OT-ROLE-SUPERVISOR   VALUE "S".
               10 OT-STATUS            PIC X(01).
                   88 OT-STATUS-ACTIVE     VALUE "A".
                   88 OT-STATUS-LOCKED     VALUE "L".
                   88 OT-STATUS-REVOKED    VALUE "R".
               10 OT-FAILED-COUNT      PIC 9(01).
