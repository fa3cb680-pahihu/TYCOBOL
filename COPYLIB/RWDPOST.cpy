      *-----------------------------------------------------------------
      *    RWDPOST.cpy -- LINKAGE layout for the RWDPOST subprogram.
      *    Fill in the customer number and the signed net merchandise
      *    amount of a transaction (negative for a net return or a
      *    voided sale) and CALL 'RWDPOST' to move that many points
      *    onto (or off) the customer's CUSTMAST record.  The points
      *    posted and the new balance come back for the receipt.
      *-----------------------------------------------------------------
       01 REWARD-POST-PARAMS.
          03 RP-CUSTOMER-NO        PIC 9(6).
          03 RP-NET-AMOUNT         PIC S9(7)V9(2).
          03 RP-POINTS-OUT         PIC S9(7).
          03 RP-BALANCE-OUT        PIC S9(7).
          03 RP-POSTED-SW          PIC 9.
             88 RP-IS-POSTED               VALUE 1.
             88 RP-NOT-POSTED              VALUE 0.
          03 RP-MESSAGE            PIC X(40).
