      *-----------------------------------------------------------------
      *    WEBORDR.cpy -- MARKETPLACE-ORDER record layout.  One row
      *    per item bought online, as dropped by the marketplace in
      *    the WEBORDRS file; rows of one order share the order
      *    number and are rung by WEBORDER as one receipt.  The price
      *    is what the buyer paid for the piece, before shipping and
      *    tax (both collected and remitted by the marketplace).
      *-----------------------------------------------------------------
       01 WEB-ORDER-RECORD.
          03 WB-ORDER-NO          PIC X(12).
          03 WB-ORDER-DATE        PIC 9(8).
          03 WB-SKU               PIC X(12).
          03 WB-SALE-PRICE        PIC 9(6)V9(2).
          03 WB-BUYER-NAME        PIC X(30).
