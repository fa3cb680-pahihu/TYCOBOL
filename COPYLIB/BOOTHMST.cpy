          03 BM-ST-START-DATE     PIC 9(8).
          03 BM-ST-END-DATE       PIC 9(8).
          03 BM-ST-RENTER         PIC X(30).
      * --- LOCATION THE BOOTH IS IN, KEYED WHEN BOOTHMNT ADDS IT.
      *     BLANK ON AN OLDER RECORD MEANS STORE 01 --------------------
          03 BM-STORE-ID          PIC X(2).
