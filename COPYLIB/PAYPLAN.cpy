      *-----------------------------------------------------------------
      *    PAYPLAN.cpy -- PAYMENT-PLAN record layout (PAYPLANF).  One
      *    record per tenant who has agreed to catch up a past-due
      *    TENTAR balance in installments, e.g. "$50 a week until
      *    you're caught up".  PP-PLAN-AMOUNT is the open balance the
      *    plan was set up against; PP-PERIOD-PAID is what has come
      *    in toward the installment due on PP-NEXT-DUE-DATE (an
      *    overpayment carries forward to the next one).  Set up,
      *    checked nightly and reported by the PAYPLAN program; RENTPAY
      *    applies each receipt; DUNNING and DTR005 leave a tenant
      *    alone while the plan is active and current.  Dates are
      *    MMDDYYYY like the rest of the tenant files.
      *-----------------------------------------------------------------
       01 PAYMENT-PLAN-RECORD.
          03 PP-TENANT-ID         PIC 9(6).
          03 PP-SETUP-DATE        PIC 9(8).
          03 PP-PLAN-AMOUNT       PIC 9(7)V9(2).
          03 PP-INSTALLMENT       PIC 9(5)V9(2).
          03 PP-FREQUENCY         PIC X.
             88 PP-IS-WEEKLY               VALUE 'W'.
             88 PP-IS-BIWEEKLY             VALUE 'B'.
             88 PP-IS-MONTHLY              VALUE 'M'.
          03 PP-NEXT-DUE-DATE     PIC 9(8).
          03 PP-PERIOD-PAID       PIC 9(7)V9(2).
          03 PP-TOTAL-PAID        PIC 9(7)V9(2).
          03 PP-STATUS            PIC X.
             88 PP-IS-ACTIVE               VALUE 'A'.
             88 PP-IS-BROKEN               VALUE 'B'.
             88 PP-IS-COMPLETED            VALUE 'C'.
             88 PP-IS-CANCELLED            VALUE 'X'.
          03 PP-STATUS-DATE       PIC 9(8).
          03 PP-MISSED-DUE-DATE   PIC 9(8).
