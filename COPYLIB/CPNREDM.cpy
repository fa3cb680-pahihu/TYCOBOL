      *-----------------------------------------------------------------
      *    CPNREDM.cpy -- COUPON-REDEMPTION-RECORD layout (CPNREDM,
      *    line sequential, appended).  One row per sale a coupon
      *    was redeemed on, written by CMSPLN after the ledger rows
      *    are saved.  The register counts a customer's rows here
      *    against CP-PER-CUSTOMER-LIMIT; CPNMNT's redemption report
      *    reads the ledger itself, where every discounted line
      *    carries the code.  Dates are CCYYMMDD.
      *-----------------------------------------------------------------
       01 COUPON-REDEMPTION-RECORD.
          03 CR-COUPON-CODE       PIC X(10).
          03 CR-CUSTOMER-NO       PIC 9(6).
          03 CR-RECEIPT-NO        PIC 9(6).
          03 CR-DATE              PIC 9(8).
          03 CR-DISCOUNT          PIC 9(6)V9(2).
          03 CR-LINES             PIC 9(2).
          03 CR-ABSORBED-BY       PIC X.
          03 CR-OPERATOR-ID       PIC X(3).
          03 CR-STORE-ID          PIC X(2).
