          03 TV-CARD-EXPECTED     PIC S9(7)V9(2).
          03 TV-CARD-COUNTED      PIC S9(7)V9(2).
          03 TV-CARD-VARIANCE     PIC S9(7)V9(2).
      * --- LOCATION OF THE REGISTER CLOSED.  BLANK = STORE 01 ---------
          03 TV-STORE-ID          PIC X(2).
