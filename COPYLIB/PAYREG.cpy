      *-----------------------------------------------------------------
      *    PAYREG.cpy -- PAYOUT-REGISTER record layout.  One row
      *    appended by every CMSPAY run for every consignor in the
      *    payout table, and one by each FINALPAY settlement: the
      *    period, the gross commission, what was deducted for rent,
      *    and the net actually paid.  YR1099 totals this register
      *    at year end instead of anyone reconstructing a year of
      *    payouts from paper.
      *-----------------------------------------------------------------
       01 PAYOUT-REGISTER-RECORD.
          03 PR-TENANT-ID         PIC 9(6).
          03 PR-GROSS-COMMISSION  PIC S9(6)V9(2).
          03 PR-DEDUCTIONS        PIC 9(6)V9(2).
          03 PR-NET-PAID          PIC S9(6)V9(2).
      * --- MINIMUM-CHECK CARRY-FORWARD: WHAT EARLIER RUNS HELD AND
      *     THIS RUN ADDED IN, AND WHAT THIS RUN HELD OVER INSTEAD OF
      *     PAYING (NET PAID IS ZERO ON A HELD ROW) --------------------
          03 PR-CARRIED-IN        PIC S9(6)V9(2).
          03 PR-HELD-AMOUNT       PIC S9(6)V9(2).
      * --- BACKUP WITHHOLDING TAKEN BECAUSE NO W-9 WAS ON FILE.  NOT
      *     PART OF PR-DEDUCTIONS: IT IS STILL REPORTABLE PAY, AND
      *     YR1099 ADDS IT BACK AS FEDERAL TAX WITHHELD ---------------
          03 PR-BACKUP-WITHHELD   PIC S9(6)V9(2).
      * --- THE CONSIGNOR'S SHARE OF THE CARD PROCESSING FEE ON THE
      *     MONTH'S CARD-PAID SALES (CARDFEE).  ALREADY OFF NET PAID
      *     BUT KEPT OUT OF PR-DEDUCTIONS, WHICH STAYS RENT AND HOUSE
      *     ACCOUNT ONLY; BLANK ON ROWS WRITTEN BEFORE IT EXISTED -----
          03 PR-CARD-FEE          PIC S9(6)V9(2).
      * --- CARD CHARGEBACK HOLD (CHGBACK): COMMISSION HELD BACK ON
      *     SALES A CARD CUSTOMER DISPUTED, NEGATIVE WHEN AN EARLIER
      *     HOLD IS PAID BACK ONCE THE DISPUTE CLOSES.  ALREADY IN NET
      *     PAID, KEPT OUT OF PR-DEDUCTIONS LIKE THE CARD FEE; BLANK
      *     ON ROWS WRITTEN BEFORE IT EXISTED --------------------------
          03 PR-DISPUTE-HOLD      PIC S9(6)V9(2).
      * --- 'F' = AN OFF-CYCLE FINAL SETTLEMENT FROM FINALPAY FOR ONE
      *     CONSIGNOR, NOT A MONTHLY RUN; BLANK ON CMSPAY ROWS ---------
          03 PR-RUN-TYPE          PIC X.
             88 PR-IS-FINAL-SETTLEMENT     VALUE 'F'.
      * --- SECURITY-DEPOSIT REFUND PAID ON THE SAME CHECK.  NOT PAY
      *     FOR THE 1099, SO IT IS KEPT OUT OF NET PAID ---------------
          03 PR-REFUND-PAID       PIC 9(6)V9(2).
