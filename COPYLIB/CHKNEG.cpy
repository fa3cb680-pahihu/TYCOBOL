      *-----------------------------------------------------------------
      *    CHKNEG.cpy -- CHECK-WRITER NEGATIVE FILE record.  One row
      *    per check writer, keyed by the driver's license number or
      *    phone number the clerk keyed when the check was taken.
      *    NSFREV adds the row (or adds to it) when a sale check
      *    bounces; BADCKMNT lets a manager list a writer by hand and
      *    record what they have paid back.  CMSPLN refuses a check
      *    from a writer whose row is still unpaid unless a manager
      *    overrides.  The row stays on file once paid, for history.
      *-----------------------------------------------------------------
       01 CHECK-NEGATIVE-RECORD.
          03 CN-WRITER-ID         PIC X(20).
          03 CN-NAME              PIC X(30).
      * --- MMDDYYYY: FIRST LISTED, AND THE DAY IT WAS PAID OFF --------
          03 CN-LISTED-DATE       PIC 9(8).
          03 CN-LAST-RECEIPT      PIC 9(6).
          03 CN-BAD-COUNT         PIC 9(2).
      * --- RUNNING TOTALS OF THE BOUNCED MONEY AND THE NSF FEES OWED,
      *     AND WHAT HAS COME BACK AGAINST BOTH ------------------------
          03 CN-NSF-AMOUNT        PIC 9(6)V9(2).
          03 CN-NSF-FEE           PIC 9(4)V9(2).
          03 CN-PAID-AMOUNT       PIC 9(6)V9(2).
          03 CN-PAID-DATE         PIC 9(8).
          03 CN-STATUS            PIC X.
             88 CN-IS-UNPAID               VALUE 'U'.
             88 CN-IS-PAID                 VALUE 'P'.
          03 CN-UPDATED-BY        PIC X(3).
