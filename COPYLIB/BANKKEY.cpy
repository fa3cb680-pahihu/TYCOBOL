      *-----------------------------------------------------------------
      *    BANKKEY.cpy -- BANK-KEY record.  One row: the digit key
      *    BANKPROT protects the tenant bank fields with, nine digits
      *    for the routing number and seventeen for the account.  It
      *    is generated the first time a bank field is protected and
      *    never changes after that -- a lost or altered key leaves
      *    every protected number on TENANTM, and on every backup of
      *    it, unreadable.  Keep a copy with the payroll papers, not
      *    with the TENANTM backups.
      *-----------------------------------------------------------------
       01 BANK-KEY-RECORD.
          03 BK-KEY-DIGITS        PIC X(26).
          03 BK-CREATED-DATE      PIC 9(8).
