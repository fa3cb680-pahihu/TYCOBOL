      *-----------------------------------------------------------------
      *    DLVRPOL.cpy -- DELIVERY-POLICY control record.  One row:
      *    how many stops the truck can make in a day, and the
      *    standard delivery fee CMSPLN offers before the clerk
      *    changes it.  Maintained in TBLMNT; DLVRCHK seeds the
      *    starting values on first use.
      *-----------------------------------------------------------------
       01 DELIVERY-POLICY-RECORD.
          03 DA-DAILY-STOP-CAP    PIC 9(2).
          03 DA-STANDARD-FEE      PIC 9(4)V9(2).
