      *-----------------------------------------------------------------
      *    CLOSESGN.cpy -- MONTH-END SIGN-OFF record layout.  Appended
      *    by MECLOSE when a manager signs off a checklist step for a
      *    period, and by PERCLOSE when a manager closes a period over
      *    an incomplete checklist (step 00, with the reason).  The
      *    latest sign-off for a period and step wins.  CCYYMMDD date.
      *-----------------------------------------------------------------
       01 CLOSE-SIGNOFF-RECORD.
          03 CG-PERIOD-YYMM       PIC 9(4).
          03 CG-STEP-NO           PIC 9(2).
          03 CG-ACTION            PIC X.
             88 CG-IS-SIGNOFF              VALUE 'S'.
             88 CG-IS-OVERRIDE             VALUE 'O'.
          03 CG-DATE              PIC 9(8).
          03 CG-BY                PIC X(3).
          03 CG-NOTE              PIC X(60).
