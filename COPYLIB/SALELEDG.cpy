      *    number plus line number within the transaction) and
      *    SL-DATE-OF-SALE is an alternate key with duplicates, so the
      *    daily jobs START at today and the return lookup is a keyed
      *    read instead of a pass over the whole year.  The sale date
      *    is CCYYMMDD like every other file, and the money fields
      *    carry up to $999,999.99 so a big furniture piece rings as
      *    one line.
      *-----------------------------------------------------------------
       01 SALES-LEDGER-RECORD.
          03 SL-DATE-OF-SALE      PIC 9(8).
          03 SL-TENANT-ID         PIC 9(6).
          03 SL-CATEGORY          PIC X(4).
          03 SL-FULL-PRICE        PIC 9(6)V9(2).
          03 SL-DISCOUNT-PERCENT  PIC 9(2).
          03 SL-SALE-PRICE        PIC 9(6)V9(2).
          03 SL-COMMISSION-PLAN   PIC X.
          03 SL-COMMISSION        PIC 9(6)V9(2).
          03 SL-GROUP-ID          PIC X.
          03 SL-TRANS-TYPE        PIC X VALUE 'S'.
             88 SL-IS-SALE                 VALUE 'S'.
             88 SL-IS-OVERRIDE            VALUE 'Y'.
          03 SL-OVERRIDE-MGR-ID   PIC X(8) VALUE SPACES.
          03 SL-OPERATOR-ID       PIC X(3) VALUE SPACES.
      * --- 'Y' = TAKEN BACK BY A RETURN OR REVERSAL.  A CARD SALE
      *     ROW UNDER CHARGEBACK (CHGBACK, DISPUTES FILE) CARRIES THE
      *     DISPUTE HERE: 'D' DISPUTED, COMMISSION NOT YET HELD; 'H'
      *     HELD OUT OF A CMSPAY RUN; 'W' WON AND 'L' LOST AFTER THE
      *     HOLD WAS TAKEN, SO THE NEXT CMSPAY RUN PAYS THE HOLD BACK
      *     (A LOST ROW'S REVERSAL TAKES THE COMMISSION FOR GOOD) AND
      *     LEAVES THE ROW 'N' OR 'Y'.  A DISPUTED ROW, OR A WON ONE
      *     STILL WAITING ON ITS HOLD, CANNOT BE RETURNED AT THE
      *     COUNTER ----------------------------------------------------
          03 SL-REFUNDED-FLAG     PIC X VALUE 'N'.
             88 SL-IS-REFUNDED             VALUE 'Y' 'L'.
             88 SL-IS-DISPUTED             VALUE 'D' 'H' 'W'.
             88 SL-DISPUTE-HOLD-DUE        VALUE 'D'.
             88 SL-DISPUTE-HOLD-TAKEN      VALUE 'H'.
             88 SL-DISPUTE-RELEASE-DUE     VALUE 'W' 'L'.
      * --- HOW THE LINE WAS PAID.  A SPLIT TENDER CARRIES A SECOND
      *     TYPE/AMOUNT PAIR; THE AMOUNTS ACROSS A TRANSACTION'S ROWS
      *     ADD BACK UP TO WHAT WENT INTO EACH TILL BUCKET -------------
      *     (AN A/R CHARGE NETTED OUT OF THEIR NEXT CMSPAY CHECK) --
      *     NEVER CASH AT THE TILL -------------------------------------
             88 SL-TENDER-1-ACCOUNT        VALUE 'A'.
      * --- 'W' = PAID ON THE ONLINE MARKETPLACE (WEBORDER IMPORT,
      *     REGISTER 'WB').  THE MARKETPLACE REMITS THE MONEY, SO IT
      *     NEVER LANDS IN A DRAWER ------------------------------------
             88 SL-TENDER-1-WEB            VALUE 'W'.
          03 SL-TENDER-1-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
          03 SL-TENDER-2-TYPE     PIC X VALUE SPACE.
             88 SL-TENDER-2-CASH           VALUE 'C'.
             88 SL-TENDER-2-LAYAWAY        VALUE 'Y'.
             88 SL-TENDER-2-STORECR        VALUE 'S'.
             88 SL-TENDER-2-ACCOUNT        VALUE 'A'.
             88 SL-TENDER-2-WEB            VALUE 'W'.
          03 SL-TENDER-2-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
      * --- SALES TAX CHARGED ON THIS LINE (ZERO FOR EXEMPT
      *     CATEGORIES), FROM THE TAXRATE TABLE AT TIME OF SALE --------
          03 SL-TAX-AMOUNT        PIC 9(6)V9(2) VALUE ZEROS.
      * --- RECEIPT NUMBER, FROM THE RCPTCTR CONTROL FILE: EVERY ROW
      *     OF ONE TRANSACTION CARRIES THE SAME NUMBER, WHICH IS ALSO
      *     PRINTED ON THE CUSTOMER RECEIPT ----------------------------
      *     BUYER PRESENTED THE CERTIFICATE ON THE RESALCRT FILE,
      *     WHICH IS WHAT THE STATE AUDITOR ASKS TO SEE ----------------
          03 SL-RESALE-CERT       PIC X(15) VALUE SPACES.
      * --- CUSTOMER-MASTER NUMBER OF THE BUYER, KEYED (OR LOOKED UP)
      *     ONCE PER TRANSACTION IN CMSPLN.  ZERO = WALK-IN; BLANK ON
      *     ROWS WRITTEN BEFORE THE NUMBER WAS CARRIED -----------------
          03 SL-CUSTOMER-NO       PIC 9(6) VALUE ZEROS.
      * --- WHICH LOCATION RANG IT: CAPTURED AT CMSPLN SIGN-ON NEXT TO
      *     THE REGISTER.  BLANK ON ROWS WRITTEN BEFORE THE SECOND
      *     STORE OPENED (TREATED AS STORE 01, THE ORIGINAL MALL) -----
          03 SL-STORE-ID          PIC X(2) VALUE SPACES.
      * --- COUPON OR PROMO CODE REDEEMED ON THE SALE (COUPONS FILE)
      *     AND THE SHARE OF ITS DISCOUNT THAT CAME OFF THIS LINE --
      *     SL-SALE-PRICE IS ALREADY NET OF IT.  'S' = THE SHOP
      *     ABSORBED IT, SO SL-COMMISSION WAS FIGURED ON THE PRICE
      *     BEFORE THE COUPON; 'D' = THE DEALER ABSORBED IT.  A RETURN
      *     CARRIES ITS ORIGINAL SALE'S COUPON.  BLANK CODE = NONE -----
          03 SL-COUPON-CODE       PIC X(10) VALUE SPACES.
          03 SL-COUPON-AMOUNT     PIC 9(6)V9(2) VALUE ZEROS.
          03 SL-COUPON-ABSORBED-BY PIC X VALUE SPACE.
             88 SL-COUPON-SHOP-ABSORBED    VALUE 'S'.
             88 SL-COUPON-DEALER-ABSORBED  VALUE 'D'.
