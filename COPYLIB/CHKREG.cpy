      *    number), kept permanently so every check ever cut can be
      *    traced: voided and reissued through CHKMNT, marked cashed
      *    off the bank statement, and aged for the stale-check report.
      *    BILLPAY files the shop's own bill-pay checks here too, on
      *    the same numbering; those carry the vendor and no tenant.
      *-----------------------------------------------------------------
       01 CHECK-REGISTER-RECORD.
          03 CR-CHECK-NO          PIC 9(6).
             88 CR-IS-ESCHEATED            VALUE 'E'.
          03 CR-STATUS-DATE       PIC 9(8).
          03 CR-REPLACES-CHECK    PIC 9(6).
      * --- NONZERO ON A BILL-PAY CHECK (VENDMAST); ZERO ON A PAYOUT --
          03 CR-VENDOR-ID         PIC 9(6).
