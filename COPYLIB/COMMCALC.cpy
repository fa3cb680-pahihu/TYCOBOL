      *    enforces.
      *-----------------------------------------------------------------
       01 COMMISSION-CALC-PARAMS.
          03 CC-SALE-PRICE         PIC 9(6)V9(2).
          03 CC-TENANT-PCT         PIC 9(3).
          03 CC-PLAN-OUT           PIC X.
          03 CC-PERCENT-OUT        PIC 9(2).
          03 CC-COMMISSION-OUT     PIC 9(6)V9(2).
