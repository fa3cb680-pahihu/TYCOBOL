      *-----------------------------------------------------------------
      *    VENDCTR.cpy -- single-record control file holding the last
      *    vendor number assigned, the same single-record pattern
      *    WORDCTR uses for work-order numbers.
      *-----------------------------------------------------------------
       01 VENDOR-COUNTER-RECORD.
          03 VC-LAST-VENDOR-NO    PIC 9(6).
