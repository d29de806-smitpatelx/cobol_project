      *-----------------------------------------------------------*
      *  OPERMAST - operator master record layout.  One record    *
      *  per operator allowed to sign on to store maintenance or  *
      *  invoice inquiry, line sequential, maintained only by a   *
      *  supervisor.  Consecutive failed sign-ons are counted on  *
      *  the record; at the limit the ID is locked until a        *
      *  supervisor resets it.                                    *
      *-----------------------------------------------------------*
       01 OP-OPERATOR-RECORD.
           05 OP-OPERATOR-ID           PIC X(08).
           05 OP-OPERATOR-NAME         PIC X(20).
           05 OP-PIN                   PIC X(06).
           05 OP-ROLE                  PIC X(01).
               88 OP-ROLE-INQUIRY          VALUE "I".
               88 OP-ROLE-MAINTENANCE      VALUE "M".
               88 OP-ROLE-SUPERVISOR       VALUE "S".
           05 OP-STATUS                PIC X(01).
               88 OP-STATUS-ACTIVE         VALUE "A".
               88 OP-STATUS-LOCKED         VALUE "L".
               88 OP-STATUS-REVOKED        VALUE "R".
           05 OP-FAILED-COUNT          PIC 9(01).
