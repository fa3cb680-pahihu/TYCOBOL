          03 IS-SKU               PIC X(12).
          03 IS-TENANT-ID         PIC 9(6).
          03 IS-CATEGORY          PIC X(4).
          03 IS-FULL-PRICE        PIC 9(6)V9(2).
      * --- STAMPED MMDDYYYY BY THE ITMENT INTAKE SCREEN, SO "HOW LONG
      *     HAS THIS BEEN ON THE FLOOR" CAN FINALLY BE ANSWERED --------
          03 IS-DATE-RECEIVED     PIC 9(8).
      * --- 'D' = ABANDONED AFTER CONTRACT EXPIRY AND DONATED TO
      *     CHARITY BY THE DONATE BATCH --------------------------------
             88 IS-IS-DONATED              VALUE 'D'.
      * --- 'X' = WITHDRAWN: THE CONSIGNOR TOOK IT HOME (ITMPULL, OR
      *     THE MOVE-OUT PULL IN DTR003).  IS-SOLD-DATE CARRIES THE
      *     CCYYMMDD DATE IT LEFT AND IS-WITHDRAWN-BY WHO SIGNED IT
      *     OUT --------------------------------------------------------
             88 IS-IS-WITHDRAWN            VALUE 'X'.
      * --- 'O' = CHECKED OUT TO AN OFF-SITE ANTIQUE SHOW (SHOWEVT,
      *     SHOWITM FILE): OFF THE FLOOR BUT NOT MISSING.  ONLY THE
      *     SHOW'S REGISTER SELLS IT; CHECK-IN PUTS IT BACK TO 'A' ----
             88 IS-IS-AT-SHOW              VALUE 'O'.
          03 IS-SOLD-DATE         PIC 9(8).
          03 IS-LEDGER-REF        PIC 9(6).
      * --- WHAT THE SHOP PAID FOR A HOUSE ITEM (IS-TENANT-ID ZERO
      *     MEANS SHOP-OWNED: NO CONSIGNOR, NO COMMISSION).  ZERO FOR
      *     CONSIGNED ITEMS --------------------------------------------
          03 IS-ACQUISITION-COST  PIC 9(6)V9(2).
      * --- MARKDOWN PERCENT ALREADY APPLIED BY THE MARKDOWN BATCH
      *     (OFF THE ORIGINAL TAG PRICE), SO THE ESCALATING RULES
      *     COMPOUND CORRECTLY INSTEAD OF STACKING ---------------------
      * --- ESTATE LOT THE HOUSE ITEM CAME FROM (ZERO = NOT FROM A
      *     LOT), SO THE PER-LOT MARGIN REPORT CAN FIND ITS ITEMS -----
          03 IS-LOT-NO            PIC 9(4).
      * --- FIRM PRICE: 'Y' WHEN THE CONSIGNOR WILL TAKE NOTHING LESS
      *     THAN THE TAG.  CMSPLN REFUSES EVERY DISCOUNT ON SUCH A
      *     PIECE, SCHEDULED OR NEGOTIATED -----------------------------
          03 IS-FIRM-PRICE        PIC X.
             88 IS-IS-FIRM-PRICE           VALUE 'Y'.
      * --- UNITS FOR A TAG THAT STANDS FOR SEVERAL IDENTICAL PIECES
      *     (A BOX OF POSTCARDS, A SET OF TUMBLERS).  RECEIVED IS WHAT
      *     CAME IN AT INTAKE, ON HAND IS WHAT IS STILL ON THE FLOOR,
      *     RESERVED IS WHAT SITS ON LAYAWAY.  IS-STATUS ONLY GOES TO
      *     'S' WHEN THE LAST UNIT LEAVES.  ZERO (OR BLANK) RECEIVED
      *     MEANS A SINGLE-PIECE ROW FROM BEFORE UNIT COUNTS; ITMQTY
      *     DOES ALL THE UNIT ARITHMETIC ------------------------------
          03 IS-QTY-RECEIVED      PIC 9(4).
          03 IS-QTY-ON-HAND       PIC 9(4).
          03 IS-QTY-RESERVED      PIC 9(4).
      * --- OPERATOR WHO SIGNED THE ITEM OUT ON A PULL SLIP; BLANK
      *     UNLESS IS-STATUS IS 'X' ------------------------------------
          03 IS-WITHDRAWN-BY      PIC X(3).
      * --- 'Y' WHEN THE CONSIGNOR WANTS THE PIECE ON THE ONLINE
      *     MARKETPLACE FEED, KEYED AT ITMENT INTAKE OR LATER WITH
      *     "WEBFEED FLAG".  WEBFEED ONLY SENDS IT WHILE IT IS STILL
      *     ON THE FLOOR, SO A SALE OR A HOLD DROPS IT OFF THE NEXT
      *     NIGHT'S FEED ON ITS OWN ------------------------------------
          03 IS-LIST-ONLINE       PIC X.
             88 IS-IS-LISTED-ONLINE        VALUE 'Y'.
      * --- LOCATION THE PIECE IS ON THE FLOOR AT, FROM ITS BOOTH AT
      *     ITMENT INTAKE.  BLANK ON AN OLDER ROW MEANS STORE 01 -------
          03 IS-STORE-ID          PIC X(2).
