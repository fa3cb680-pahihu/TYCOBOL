      *-----------------------------------------------------------------
      *    INSCERT.cpy -- INSURANCE-CERT-FILE record layout.  One row
      *    per tenant: the liability-insurance certificate the lease
      *    requires, naming the mall as additional insured.  Keyed at
      *    the DTR001 sign-up and again on the INSCERT screen as each
      *    year's certificate comes in; the INSCERT monthly run asks
      *    for renewals and lists tenants operating without coverage.
      *    Dates are CCYYMMDD.
      *-----------------------------------------------------------------
       01 INSURANCE-CERT-RECORD.
          03 LI-TENANT-ID         PIC 9(6).
          03 LI-INSURER           PIC X(30).
          03 LI-POLICY-NO         PIC X(20).
          03 LI-COVERAGE-AMT      PIC 9(7)V9(2).
          03 LI-EXPIRES           PIC 9(8).
          03 LI-ADDL-INSURED      PIC X.
             88 LI-NAMES-THE-MALL          VALUE 'Y'.
          03 LI-RECEIVED-DATE     PIC 9(8).
          03 LI-CHANGED-BY        PIC X(3).
      * --- LAST RENEWAL REQUEST THE MONTHLY RUN SENT; ZERO IF NONE ---
          03 LI-LAST-REQUEST      PIC 9(8).
