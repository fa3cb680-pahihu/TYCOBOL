      *-----------------------------------------------------------------
      *    PAYPROOF.cpy -- PAYOUT-PROOF record layout (PAYPROOF, line
      *    sequential, rewritten by every CMSPAY proof run).  One 'H'
      *    header row with the period proved and the control totals
      *    taken off the whole sales ledger, then one 'D' row per
      *    consignor in the payout table with the figures the proof
      *    showed.  CMSPAY COMMIT recomputes both and pays only if
      *    every one still agrees; the file is emptied once the
      *    commit has paid, so a proof can be paid only once.
      *-----------------------------------------------------------------
       01 PAYOUT-PROOF-RECORD.
          03 PF-RECORD-TYPE       PIC X.
             88 PF-IS-HEADER               VALUE 'H'.
             88 PF-IS-DETAIL               VALUE 'D'.
          03 PF-PERIOD-YYMM       PIC 9(4).
          03 PF-PROOF-DATE        PIC 9(8).
          03 PF-BODY              PIC X(76).
      * --- HEADER: LEDGER CONTROL TOTALS.  ANY ROW ADDED, VOIDED,
      *     REPRICED, MOVED TO ANOTHER TENANT, OR DISPUTED SINCE THE
      *     PROOF CHANGES AT LEAST ONE OF THEM -------------------------
          03 PF-HEADER-BODY REDEFINES PF-BODY.
             05 PF-LEDGER-TOTALS.
                07 PF-ROW-COUNT        PIC 9(7).
                07 PF-RECEIPT-HASH     PIC 9(12).
                07 PF-TENANT-HASH      PIC 9(12).
                07 PF-PRICE-TOTAL      PIC S9(9)V9(2).
                07 PF-COMMISSION-TOTAL PIC S9(9)V9(2).
                07 PF-VOID-COUNT       PIC 9(7).
                07 PF-DISPUTE-HASH     PIC 9(12).
             05 PF-PAYOUT-COUNT     PIC 9(4).
      * --- DETAIL: ONE CONSIGNOR'S PROVED FIGURES -- THE OFFSETS,
      *     THE NET BEFORE ANY OWNER HOLD OR BACKUP WITHHOLDING, AND
      *     WHAT THE MINIMUM CHECK HELD OVER ---------------------------
          03 PF-DETAIL-BODY REDEFINES PF-BODY.
             05 PF-TENANT-ID        PIC 9(6).
             05 PF-PROVED-FIGURES.
                07 PF-RENT-OFFSET      PIC 9(6)V9(2).
                07 PF-ACCT-OFFSET      PIC 9(6)V9(2).
                07 PF-NET              PIC S9(6)V9(2).
                07 PF-HELD             PIC S9(6)V9(2).
             05 FILLER              PIC X(38).
