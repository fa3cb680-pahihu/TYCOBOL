      *-----------------------------------------------------------------
      *    CONSPAY.cpy -- CONSIGNOR-PAYABLE record layout.  One row
      *    per consignor whose payout is being held: a month's net
      *    under the PAYPOLCY minimum check is parked here by CMSPAY
      *    instead of being paid, and added into the next run's
      *    check.  DTR003 marks a moved-out consignor pay-in-full so
      *    the last check goes out whatever its size.  GLPOST totals
      *    the file as the held-but-unpaid consignor liability.
      *-----------------------------------------------------------------
       01 CONSIGNOR-PAYABLE-RECORD.
          03 CB-TENANT-ID         PIC 9(6).
          03 CB-HELD-BALANCE      PIC S9(6)V9(2).
      * --- FIRST PERIOD (YYMM) THE CURRENT BALANCE WAS HELD OVER, AND
      *     THE LAST CMSPAY RUN THAT TOUCHED THE ROW -------------------
          03 CB-HELD-SINCE-YYMM   PIC 9(4).
          03 CB-LAST-RUN-DATE     PIC 9(8).
          03 CB-PAY-IN-FULL-FLAG  PIC X.
             88 CB-IS-PAY-IN-FULL          VALUE 'Y'.
          03 CB-MOVEOUT-DATE      PIC 9(8).
