      *-----------------------------------------------------------------
      *    BILLCTR.cpy -- single-record control file holding the last
      *    bill number assigned, the same single-record pattern
      *    WORDCTR uses for work-order numbers.
      *-----------------------------------------------------------------
       01 BILL-COUNTER-RECORD.
          03 BN-LAST-BILL-NO      PIC 9(6).
