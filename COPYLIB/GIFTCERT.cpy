      * --- CUSTOMER-MASTER NUMBER OF THE BUYER (ZERO = WALK-IN WHO
      *     DID NOT WANT TO BE ON FILE) --------------------------------
          03 GC-CUSTOMER-NO       PIC 9(6).
      * --- 'R' = FREQUENT-BUYER REWARD ISSUED BY RWDISSUE: NO MONEY
      *     WAS TAKEN FOR IT, SO CMSTILL LEAVES IT OUT OF EXPECTED
      *     CASH.  BLANK = SOLD OVER THE COUNTER BY CMSGIFT ------------
          03 GC-ISSUE-TYPE        PIC X.
             88 GC-IS-REWARD               VALUE 'R'.
