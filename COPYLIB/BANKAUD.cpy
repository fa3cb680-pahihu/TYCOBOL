      *-----------------------------------------------------------------
      *    BANKAUD.cpy -- BANK-REVEAL audit record.  One row appended
      *    by BANKPROT each time a tenant's full routing and account
      *    numbers are revealed: when, by which program, for whom,
      *    on whose authority and what for.  Only the last four
      *    digits of the account are recorded here.
      *-----------------------------------------------------------------
       01 BANK-AUDIT-RECORD.
          03 BA-TIMESTAMP         PIC 9(14).
          03 BA-PROGRAM           PIC X(8).
          03 BA-TENANT-ID         PIC 9(6).
          03 BA-OPERATOR-ID       PIC X(3).
          03 BA-PURPOSE           PIC X(20).
          03 BA-LAST-FOUR         PIC X(4).
