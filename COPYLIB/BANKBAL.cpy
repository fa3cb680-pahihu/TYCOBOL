      *-----------------------------------------------------------------
      *    BANKBAL.cpy -- BANK-BALANCE record layout.  The one row
      *    BANKRECN leaves behind when the statement it reconciled
      *    carried the bank's closing balance (a 'B' line): the
      *    balance, the statement date it stood at, and the day the
      *    reconciliation was run.  CASHFCST opens its forecast from
      *    this row.
      *-----------------------------------------------------------------
       01 BANK-BALANCE-RECORD.
      * --- YYYYMMDD ---------------------------------------------------
          03 BB-RECON-DATE        PIC 9(8).
          03 BB-STATEMENT-DATE    PIC 9(8).
          03 BB-STATEMENT-BALANCE PIC S9(8)V9(2).
