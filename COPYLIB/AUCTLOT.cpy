             88 AU-IS-SOLD                 VALUE 'S'.
             88 AU-IS-UNSOLD               VALUE 'U'.
          03 AU-BIDDER-NO         PIC 9(4).
          03 AU-HAMMER-PRICE      PIC 9(6)V9(2).
          03 AU-SALE-DATE         PIC 9(8).
