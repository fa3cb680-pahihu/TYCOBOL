      *-----------------------------------------------------------------
      *    HVPOLCY.cpy -- HIGH-VALUE POLICY control record.  One row
      *    holding the tag price above which ITMENT treats a piece as
      *    high-value: it must go in a locked case, carry a provenance
      *    note, and is registered on HVREG for the nightly case
      *    check.  Maintained through TBLMNT like RETPOLCY; ITMENT
      *    seeds the starting value on first use.
      *-----------------------------------------------------------------
       01 HIGH-VALUE-POLICY-RECORD.
          03 HP-PRICE-THRESHOLD   PIC 9(6)V9(2).
