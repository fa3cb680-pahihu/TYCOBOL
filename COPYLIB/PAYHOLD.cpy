      *-----------------------------------------------------------------
      *    PAYHOLD.cpy -- PAYOUT-HOLD record layout (PAYHOLD, indexed
      *    on PH-TENANT-ID).  One row per consignor the owner has
      *    told CMSPAY not to pay, put on with CMSPAY HOLD and taken
      *    off with CMSPAY RELEASE under a manager PIN.  While the row
      *    is here every run carries the consignor's net on CONSPAY
      *    instead of cutting a check, and prints the reason.  Dates
      *    are MMDDYYYY.
      *-----------------------------------------------------------------
       01 PAYOUT-HOLD-RECORD.
          03 PH-TENANT-ID         PIC 9(6).
          03 PH-REASON            PIC X(40).
          03 PH-HELD-DATE         PIC 9(8).
          03 PH-HELD-BY           PIC X(3).
