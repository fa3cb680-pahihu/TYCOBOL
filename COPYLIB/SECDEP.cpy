          03 SE-AMOUNT            PIC 9(4)V9(2).
          03 SE-STATUS            PIC X.
             88 SE-IS-HELD                 VALUE 'H'.
             88 SE-IS-SETTLED              VALUE 'S' 'R'.
      * --- 'R' = SETTLED AND THE REFUND HAS GONE OUT ON A FINALPAY
      *     SETTLEMENT CHECK -------------------------------------------
             88 SE-REFUND-PAID             VALUE 'R'.
          03 SE-SETTLE-DATE       PIC 9(8).
      * --- AT SETTLEMENT: WHAT WAS APPLIED TO THE TENANT'S OPEN
      *     BALANCES AND WHAT WENT BACK TO THE TENANT ------------------
