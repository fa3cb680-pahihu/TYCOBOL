      *    SKU counted on the floor during a physical inventory,
      *    appended by PHYSINV's count entry (keyed or batch).  The
      *    variance pass compares this file against the expected
      *    available stock on ITEMSKU.  PC-UNITS is how many pieces
      *    of the tag the row counts (blank on rows written before
      *    unit counts, taken as one).
      *-----------------------------------------------------------------
       01 PHYSICAL-COUNT-RECORD.
          03 PC-SKU               PIC X(12).
          03 PC-COUNT-DATE        PIC 9(8).
          03 PC-UNITS             PIC 9(4).
