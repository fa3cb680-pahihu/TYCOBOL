      *-----------------------------------------------------------------
      *    DUTYPOL.cpy -- FLOOR-DUTY POLICY control record.  One row
      *    holding the lease terms for desk duty: the rent credit a
      *    dealer earns for each shift worked and the charge for each
      *    shift signed up for and not shown up to.  Maintained as
      *    data like RETPOLCY; DUTYSKED seeds the starting values on
      *    first use.
      *-----------------------------------------------------------------
       01 DUTY-POLICY-RECORD.
          03 DU-SHIFT-CREDIT      PIC 9(4)V9(2).
          03 DU-MISSED-FEE        PIC 9(4)V9(2).
