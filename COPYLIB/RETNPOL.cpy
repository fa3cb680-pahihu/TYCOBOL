      *-----------------------------------------------------------------
      *    RETNPOL.cpy -- PERSONAL-DATA RETENTION POLICY control
      *    record.  One row: how many years a departed tenant's name,
      *    address and phones are kept after move-out, how many years
      *    after the move-out tax year the 1099 papers must still be
      *    answerable, how many years a settled or written-off
      *    collections account stays on hold, and how many years a
      *    retail customer may go without any activity before the
      *    customer master record is anonymized.  Maintained as data
      *    like INSPPOL; RETNPURG seeds the starting values on first
      *    use.
      *-----------------------------------------------------------------
       01 RETENTION-POLICY-RECORD.
          03 RN-TENANT-YEARS      PIC 9(2).
          03 RN-1099-HOLD-YEARS   PIC 9(2).
          03 RN-COLLECT-HOLD-YEARS PIC 9(2).
          03 RN-CUSTOMER-YEARS    PIC 9(2).
