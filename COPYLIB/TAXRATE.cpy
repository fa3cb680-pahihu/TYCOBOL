      *    that category, or marking it exempt (used goods are exempt
      *    here).  Maintained as data the same way CATGTBL and
      *    DISCSKED are, so a rate change is a file edit and not a
      *    recompile.  A category may carry several rows, one per
      *    rate period: the row in force on a given date is the one
      *    with the latest TX-EFFECTIVE-DATE not after that date, so
      *    a new county rate is added as a new row, never keyed over
      *    the old one.
      *-----------------------------------------------------------------
       01 TAX-RATE-RECORD.
          03 TX-CATEGORY-CODE     PIC X(4).
          03 TX-TAX-RATE          PIC 9(2)V9(3).
          03 TX-EXEMPT-FLAG       PIC X.
             88 TX-IS-EXEMPT               VALUE 'Y'.
      * --- YYYYMMDD THE RATE TAKES EFFECT.  ZERO (OR BLANK ON A ROW
      *     KEYED BEFORE RATES WERE DATED) = IN FORCE FROM THE START --
          03 TX-EFFECTIVE-DATE    PIC 9(8).
