      *-----------------------------------------------------------------
      *    WEBFEED.cpy -- MARKETPLACE-FEED record layout.  WEBFEED
      *    rewrites the whole WEBFEED file every night with one row
      *    per ITEMSKU item the consignor flagged for online listing
      *    that is still on the floor, for the marketplace to pick
      *    up.  The price is the current tag price, markdowns and
      *    dealer price changes included; units are the pieces still
      *    on hand under the tag.
      *-----------------------------------------------------------------
       01 WEB-FEED-RECORD.
          03 WF-SKU               PIC X(12).
          03 WF-DESCRIPTION       PIC X(30).
          03 WF-CATEGORY          PIC X(4).
          03 WF-PRICE             PIC 9(6)V9(2).
          03 WF-BOOTH             PIC X(10).
          03 WF-UNITS             PIC 9(4).
