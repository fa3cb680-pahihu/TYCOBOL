          03 DE-AMOUNT            PIC 9(5)V9(2).
          03 DE-REASON            PIC X(20).
          03 DE-OPERATOR-ID       PIC X(3).
      * --- LOCATION OF THE DRAWER; EACH STORE BALANCES ITS OWN TILLS.
      *     BLANK ON OLDER ROWS MEANS STORE 01 -------------------------
          03 DE-STORE-ID          PIC X(2).
