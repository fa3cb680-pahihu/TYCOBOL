          03 RL-AMOUNT-PAID       PIC S9(4)V9(2).
          03 RL-LATE-FEE-PAID     PIC S9(5)V9(2).
          03 RL-OPERATOR-ID       PIC X(3).
      * --- STORE THE RENT IS CREDITED TO: THE TENANT'S TM-STORE-ID
      *     WHEN THE ROW WAS WRITTEN.  BLANK ON OLDER ROWS = STORE 01 --
          03 RL-STORE-ID          PIC X(2).
