      *-----------------------------------------------------------------
      *    FINALSET.cpy -- FINAL-SETTLEMENT record.  One row per
      *    consignor paid off-cycle by FINALPAY, keyed by tenant.
      *    The cutoff is the moment the settlement was run: every
      *    sales-ledger row for the consignor dated on or before it
      *    was paid on the settlement check, so CMSPAY and its
      *    remittance advice skip those rows and pay only what sold
      *    after.  A second settlement for the same consignor moves
      *    the cutoff forward and replaces the figures.
      *-----------------------------------------------------------------
       01 FINAL-SETTLEMENT-RECORD.
          03 FS-TENANT-ID         PIC 9(6).
      * --- CCYYMMDD AND HHMMSS OF THE RUN, COMPARED AGAINST THE
      *     LEDGER'S SL-DATE-OF-SALE AND SL-TIME-OF-SALE ---------------
          03 FS-CUTOFF-DATE       PIC 9(8).
          03 FS-CUTOFF-TIME       PIC 9(6).
          03 FS-RUN-DATE          PIC 9(8).
      * --- CHECK OR 900000-SERIES EFT NUMBER IN THE CHECK REGISTER;
      *     ZERO WHEN NOTHING WAS LEFT TO PAY --------------------------
          03 FS-CHECK-NO          PIC 9(6).
          03 FS-GROSS-COMMISSION  PIC S9(6)V9(2).
          03 FS-CARD-FEE          PIC S9(6)V9(2).
          03 FS-DISPUTE-HOLD      PIC S9(6)V9(2).
          03 FS-CARRIED-IN        PIC S9(6)V9(2).
          03 FS-DEPOSIT-REFUND    PIC 9(4)V9(2).
          03 FS-RENT-OFFSET       PIC 9(6)V9(2).
          03 FS-AR-OFFSET         PIC 9(6)V9(2).
          03 FS-ACCT-OFFSET       PIC 9(6)V9(2).
          03 FS-BACKUP-WITHHELD   PIC S9(6)V9(2).
          03 FS-AMOUNT-PAID       PIC S9(6)V9(2).
