          03 SR-AMOUNT            PIC 9(5)V9(2).
          03 SR-RENTER-NAME       PIC X(30).
          03 SR-OPERATOR-ID       PIC X(3).
      * --- STORE THE BOOTH IS IN (FROM BM-STORE-ID).  BLANK = 01 ------
          03 SR-STORE-ID          PIC X(2).
