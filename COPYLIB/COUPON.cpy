      *-----------------------------------------------------------------
      *    COUPON.cpy -- COUPON-RECORD layout (COUPONS, indexed on
      *    CP-CODE).  One record per coupon or promo code the shop
      *    hands out.  A coupon takes either a percent or a flat
      *    dollar amount off the qualifying merchandise on one sale,
      *    once the qualifying merchandise reaches CP-MIN-PURCHASE.
      *    CP-ELIGIBLE lists the category or department codes it is
      *    good on (all blank = any merchandise; shipping and delivery
      *    charges never qualify).  CP-ABSORBED-BY says whose money the
      *    discount is for commission purposes: 'S' the shop (the
      *    consignor is still paid on the undiscounted price), 'D' the
      *    dealer (commission is figured on the discounted price).
      *    Limits of zero mean unlimited.  Set up and reported by the
      *    CPNMNT program; redeemed at the register by CMSPLN, which
      *    bumps CP-TIMES-USED and logs each use to CPNREDM.  Dates
      *    are CCYYMMDD.
      *-----------------------------------------------------------------
       01 COUPON-RECORD.
          03 CP-CODE              PIC X(10).
          03 CP-DESCRIPTION       PIC X(30).
          03 CP-TYPE              PIC X.
             88 CP-IS-PERCENT              VALUE 'P'.
             88 CP-IS-AMOUNT               VALUE 'A'.
          03 CP-PERCENT           PIC 9(2).
          03 CP-AMOUNT            PIC 9(4)V9(2).
          03 CP-MIN-PURCHASE      PIC 9(6)V9(2).
      * --- 'Y' = THE COUPON COMES OFF THE ONE HIGHEST-PRICED
      *     QUALIFYING PIECE ONLY, NOT THE WHOLE QUALIFYING TOTAL ------
          03 CP-ONE-ITEM          PIC X.
             88 CP-ONE-ITEM-ONLY           VALUE 'Y'.
          03 CP-ELIGIBLE-CODES.
             05 CP-ELIGIBLE       PIC X(4) OCCURS 5 TIMES.
          03 CP-START-DATE        PIC 9(8).
          03 CP-END-DATE          PIC 9(8).
          03 CP-PER-CUSTOMER-LIMIT PIC 9(3).
          03 CP-TOTAL-LIMIT       PIC 9(5).
          03 CP-TIMES-USED        PIC 9(5).
          03 CP-ABSORBED-BY       PIC X.
             88 CP-SHOP-ABSORBS            VALUE 'S'.
             88 CP-DEALER-ABSORBS          VALUE 'D'.
          03 CP-STATUS            PIC X.
             88 CP-IS-ACTIVE               VALUE 'A'.
             88 CP-IS-RETIRED              VALUE 'X'.
          03 CP-CREATED-BY        PIC X(3).
          03 CP-CREATED-DATE      PIC 9(8).
