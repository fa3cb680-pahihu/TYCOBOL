             88 DC-DAY-NOT-OPEN            VALUE 'N'.
          03 DC-POSTING-DATE       PIC 9(8).
          03 DC-MESSAGE            PIC X(40).
      * --- INPUT: THE STORE ASKING.  SPACES MEANS STORE 01 ------------
          03 DC-STORE-ID           PIC X(02).
