      *-----------------------------------------------------------------
      *    CARDFEE.cpy -- LINKAGE layout for the CARDFEE subprogram.
      *    The caller hands over one SALES-LEDGER row and CALLs
      *    'CARDFEE' USING CARD-FEE-PARAMS SALES-LEDGER-RECORD; the
      *    consignor's share of the processor fee on that row comes
      *    back, always positive -- the caller takes it off a sale
      *    and credits it back on a return, the same way it treats
      *    SL-COMMISSION.  The rate in force and the row's card
      *    tender are handed back too, for the payout listing.
      *-----------------------------------------------------------------
       01 CARD-FEE-PARAMS.
          03 CF-FEE-PCT            PIC 9(2)V9(2).
          03 CF-CARD-AMOUNT        PIC 9(6)V9(2).
          03 CF-FEE-AMOUNT         PIC 9(6)V9(2).
