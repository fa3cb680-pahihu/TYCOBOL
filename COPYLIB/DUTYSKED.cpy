      *-----------------------------------------------------------------
      *    DUTYSKED.cpy -- DEALER FLOOR-DUTY schedule record.  One row
      *    per desk shift a dealer has signed up for, keyed by the
      *    date and shift, kept by DUTYSKED: the front desk signs a
      *    dealer up or swaps the shift to another dealer, the dealer
      *    checks in and out at the shift with their register PIN, and
      *    the month-end run credits each shift worked against rent
      *    and charges each no-show, stamping the outcome on the row
      *    so it is never posted twice.
      *-----------------------------------------------------------------
       01 DUTY-SCHEDULE-RECORD.
          03 DY-SHIFT-KEY.
      * --- YYMMDD, THE SAME DATE FORM AS THE PUNCH FILE ---------------
             05 DY-DUTY-DATE      PIC 9(6).
             05 DY-SHIFT          PIC X.
                88 DY-IS-MORNING           VALUE 'M'.
                88 DY-IS-AFTERNOON         VALUE 'A'.
                88 DY-SHIFT-VALID          VALUE 'M' 'A'.
          03 DY-TENANT-ID         PIC 9(6).
      * --- THE DEALER'S OPERATOR INITIALS: THE PIN KEYED AT CHECK-IN
      *     MUST COME BACK FROM OPERPIN AS THESE ----------------------
          03 DY-OPERATOR-ID       PIC X(3).
          03 DY-SIGNED-UP-BY      PIC X(3).
          03 DY-CHECK-IN-TIME     PIC 9(6).
          03 DY-CHECK-OUT-TIME    PIC 9(6).
      * --- SET BY THE MONTH-END RUN WHEN THE SHIFT IS POSTED; BLANK
      *     MEANS NOT YET POSTED ---------------------------------------
          03 DY-OUTCOME           PIC X.
             88 DY-NOT-POSTED              VALUE ' '.
             88 DY-WAS-WORKED              VALUE 'W'.
             88 DY-WAS-MISSED              VALUE 'N'.
          03 DY-POSTED-DATE       PIC 9(8).
