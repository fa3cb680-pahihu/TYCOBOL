      *-----------------------------------------------------------------
      *    OPERLOCK.cpy -- PIN-LOCKOUT control record.  One row kept
      *    by OPERPIN: how many PINs in a row have been turned away,
      *    and, once that run reaches the limit, the minute PIN entry
      *    opens again.  A good PIN resets the count.  Minutes are
      *    counted from the start of the INTEGER-OF-DATE calendar so
      *    the lockout survives midnight and month ends.  The PINs
      *    that were tried are never kept.
      *-----------------------------------------------------------------
       01 OPERATOR-LOCK-RECORD.
          03 LK-BAD-PIN-COUNT    PIC 9(2).
          03 LK-LOCKED-UNTIL     PIC 9(9).
