      *-----------------------------------------------------------------
      *    ITMQTY.cpy -- LINKAGE layout for the ITMQTY subprogram.
      *    The caller reads the ITEM-SKU row, fills in the action (and
      *    for a sale or a layaway delivery the CCYYMMDD date and the
      *    receipt number), CALLs 'ITMQTY' USING ITEM-QTY-PARAMS
      *    ITEM-SKU-RECORD, and REWRITEs the row if IQ-IS-DONE.  Action
      *    'Q' changes nothing and just hands back the units on hand,
      *    for reports that have to cope with pre-unit rows.  Action
      *    'X' takes every unit still on the floor back to the
      *    consignor (IQ-SALE-DATE is the CCYYMMDD date they left); the
      *    tag goes to 'X' withdrawn unless units are still on layaway.
      *-----------------------------------------------------------------
       01 ITEM-QTY-PARAMS.
          03 IQ-ACTION             PIC X.
             88 IQ-SELL-ONE                VALUE 'S'.
             88 IQ-RETURN-ONE              VALUE 'R'.
             88 IQ-RESERVE-ONE             VALUE 'L'.
             88 IQ-RELEASE-ONE             VALUE 'A'.
             88 IQ-DELIVER-ONE             VALUE 'D'.
             88 IQ-QUERY-UNITS             VALUE 'Q'.
             88 IQ-WITHDRAW-ALL            VALUE 'X'.
          03 IQ-SALE-DATE          PIC 9(8).
          03 IQ-RECEIPT-NO         PIC 9(6).
          03 IQ-UNITS-ON-HAND      PIC 9(4).
          03 IQ-RESULT             PIC X.
             88 IQ-IS-DONE                 VALUE 'Y'.
             88 IQ-NOT-DONE                VALUE 'N'.
          03 IQ-MESSAGE            PIC X(40).
