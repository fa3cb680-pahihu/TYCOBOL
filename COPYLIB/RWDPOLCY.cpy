      *-----------------------------------------------------------------
      *    RWDPOLCY.cpy -- REWARD-POLICY control record.  One row
      *    holding the frequent-buyer rules: points earned per whole
      *    dollar of net purchases, the point balance at which a
      *    reward certificate is issued, and the face amount of that
      *    certificate.  Maintained as data like RETPOLCY; RWDPOST or
      *    RWDISSUE, whichever runs first, seeds the starting values.
      *-----------------------------------------------------------------
       01 REWARD-POLICY-RECORD.
          03 RW-POINTS-PER-DOLLAR PIC 9(2).
          03 RW-REWARD-LEVEL      PIC 9(5).
          03 RW-CERT-AMOUNT       PIC 9(4)V9(2).
