      *-----------------------------------------------------------------
      *    PAYPOLCY.cpy -- PAYOUT-POLICY control record.  One row
      *    holding the consignor payout rules: the smallest net check
      *    CMSPAY will cut (anything under it is held on CONSPAY and
      *    carried into the next run), and the backup-withholding
      *    rate and 1099 reporting threshold applied to a consignor
      *    with no W-9 on file.  Maintained as data like RETPOLCY;
      *    CMSPAY seeds the starting values on first use.
      *    PY-CARD-FEE-PCT is the consignor's share of the card
      *    processing fee, as a percent of the commission paid by
      *    card (see CARDFEE); a row written before the field existed
      *    reads as blank and the 3.00% default applies.
      *-----------------------------------------------------------------
       01 PAYOUT-POLICY-RECORD.
          03 PY-MIN-CHECK-AMOUNT  PIC 9(5)V9(2).
          03 PY-BACKUP-WH-PCT     PIC 9(2)V9(2).
          03 PY-1099-THRESHOLD    PIC 9(6)V9(2).
          03 PY-CARD-FEE-PCT      PIC 9(2)V9(2).
