      *-----------------------------------------------------------------
      *    SHIPTAX.cpy -- SHIP-TAX-TABLE record layout.  One row per
      *    destination state whose law taxes the shipping and handling
      *    charged on a parcel the shop sends there, with the rate to
      *    charge on it.  A state with no row (or a row flagged 'N')
      *    is not taxed on shipping.  Maintained as data in TBLMNT
      *    the same way TAXRATE is, so a state that changes its rule
      *    is a row edit and not a recompile.
      *-----------------------------------------------------------------
       01 SHIP-TAX-RECORD.
          03 SX-STATE             PIC X(2).
          03 SX-TAX-RATE          PIC 9(2)V9(3).
          03 SX-TAXABLE-FLAG      PIC X.
             88 SX-IS-TAXABLE              VALUE 'Y'.
