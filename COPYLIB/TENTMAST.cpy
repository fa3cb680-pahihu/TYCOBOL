      *     THE BANK FIELDS ABOVE, ANYTHING ELSE = PRINTED CHECK -------
          03 TM-PAYOUT-METHOD     PIC X.
             88 TM-WANTS-DIRDEP            VALUE 'D'.
      * --- STANDING DISCOUNT AUTHORITY THE CONSIGNOR GIVES THE CLERKS:
      *     UP TO TM-DISC-LIMIT-PCT OFF ANYTHING, OR TM-DISC-BREAK-PCT
      *     OFF A PIECE PRICED OVER TM-DISC-BREAK-AMT.  ZERO (OR BLANK
      *     ON AN OLDER RECORD) MEANS NO DISCOUNT WITHOUT A CALL -------
          03 TM-DISC-LIMIT-PCT    PIC 9(2).
          03 TM-DISC-BREAK-AMT    PIC 9(5)V9(2).
          03 TM-DISC-BREAK-PCT    PIC 9(2).
      * --- 'Y' WHEN THE LEASE FIXES THE RENT FOR ITS TERM: RATECHG
      *     LEAVES THE TENANT (AND THE BOOTH THEY HOLD) AT THE OLD
      *     RATE UNTIL TM-LEASE-END-DATE HAS PASSED --------------------
          03 TM-RATE-LOCK         PIC X.
             88 TM-RATE-IS-LOCKED          VALUE 'Y'.
      * --- HOME LOCATION OF THE TENANT, SET FROM THE BOOTH ASSIGNED AT
      *     SIGN-UP; RENT PAID IS CREDITED TO THIS STORE.  A DEALER IN
      *     BOTH STORES IS STILL ONE TENANT AND GETS ONE CHECK.  BLANK
      *     ON AN OLDER RECORD MEANS STORE 01 --------------------------
          03 TM-STORE-ID          PIC X(2).
      * --- 'P' WHEN TM-BANK-ROUTING AND TM-BANK-ACCOUNT HOLD THE
      *     PROTECTED FORM BANKPROT WRITES.  READ THEM ONLY THROUGH
      *     BANKPROT: MASK FOR ANY DISPLAY, REVEAL ONLY FOR THE DRAFT
      *     AND DIRECT-DEPOSIT FILES.  BLANK ON A RECORD WITH NO BANK
      *     DETAILS, OR ONE BANKCNV HAS NOT YET CONVERTED -------------
          03 TM-BANK-PROTECT-FLAG PIC X.
             88 TM-BANK-IS-PROTECTED       VALUE 'P'.
      * --- "YOU SOLD" NOTICES BY E-MAIL (SOLDNTC): 'D' = EVERY NIGHT
      *     THERE WERE SALES, 'W' = ONE NOTICE FOR THE WEEK, 'N' OR
      *     BLANK = NONE.  ONLY SENT TO AN E-DELIVERY TENANT ---------
          03 TM-SOLD-NOTICE       PIC X.
             88 TM-WANTS-SOLD-DAILY        VALUE 'D'.
             88 TM-WANTS-SOLD-WEEKLY       VALUE 'W'.
             88 TM-WANTS-NO-SOLD-NOTICE    VALUE 'N' ' '.
