             88 OP-IS-VALID             VALUE 1.
             88 OP-NOT-VALID            VALUE 0.
          03 OP-ROLE-OUT        PIC 9.
             88 OP-IS-TRAINEE           VALUE 0.
             88 OP-IS-MANAGER           VALUE 3.
      * --- WHY A PIN WAS TURNED AWAY, FOR A CALLER THAT WANTS TO SAY
      *     MORE THAN 'INVALID PIN' ------------------------------------
          03 OP-REJECT-REASON   PIC X.
             88 OP-PIN-UNKNOWN          VALUE 'U'.
             88 OP-PIN-INACTIVE         VALUE 'I'.
             88 OP-PIN-EXPIRED          VALUE 'E'.
             88 OP-PIN-LOCKED           VALUE 'L'.
             88 OP-PIN-TRAINEE          VALUE 'T'.
