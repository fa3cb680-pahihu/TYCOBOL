      *-----------------------------------------------------------------
      *    INSPPOL.cpy -- BOOTH INSPECTION POLICY control record.  One
      *    row: how many days back an earlier violation of the same
      *    rule by the same tenant makes a new one a repeat, which is
      *    fined even when the code warns first.  Maintained as data
      *    like DUTYPOL; BOOTHINS seeds the starting value on first
      *    use.
      *-----------------------------------------------------------------
       01 INSPECTION-POLICY-RECORD.
          03 IP-REPEAT-WINDOW-DAYS PIC 9(3).
