      *-----------------------------------------------------------------
      *    CLOSESTP.cpy -- MONTH-END CLOSE STEP record layout.  One row
      *    per step the month-end checklist requires, in the order the
      *    steps must be done.  An 'A' step is picked up from GNUAUDIT:
      *    done when CS-MODULE ran clean for the period (and, when
      *    CS-ARG-WORD is set, with that word among its arguments --
      *    CMSPAY's PROOF pays nobody, only COMMIT counts).  An 'M'
      *    step is outside the system and is done when a manager signs
      *    it off on MECLOSE.  Seeded by CLOSECHK on first use and
      *    kept as data like FUNCAUTH; PERCLOSE CLOSE is always last.
      *-----------------------------------------------------------------
       01 CLOSE-STEP-RECORD.
          03 CS-STEP-NO           PIC 9(2).
          03 CS-STEP-TYPE         PIC X.
             88 CS-IS-AUTOMATIC            VALUE 'A'.
             88 CS-IS-MANUAL               VALUE 'M'.
          03 CS-MODULE            PIC X(8).
          03 CS-ARG-WORD          PIC X(8).
          03 CS-DESCRIPTION       PIC X(30).
