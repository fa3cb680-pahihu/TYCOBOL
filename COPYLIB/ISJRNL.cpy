      *-----------------------------------------------------------------
      *    ISJRNL.cpy -- ITEM-SKU journal record.  One row is appended
      *    by the JRNLIS subprogram for every WRITE, REWRITE, or
      *    DELETE against ITEMSKU as it happens, carrying the before-
      *    and after-images, so a tag's whole life -- intake, mark-
      *    downs, holds, moves, sale, return, write-off -- can be read
      *    back in order by ITMLIFE.  The before-image is spaces on an
      *    intake, the after-image spaces on a delete.
      *-----------------------------------------------------------------
       01 IS-JOURNAL-RECORD.
          03 IR-TIMESTAMP         PIC 9(14).
          03 IR-SKU               PIC X(12).
          03 IR-OPERATION         PIC X.
             88 IR-IS-WRITE                VALUE 'W'.
             88 IR-IS-REWRITE              VALUE 'R'.
             88 IR-IS-DELETE               VALUE 'D'.
          03 IR-PROGRAM           PIC X(8).
          03 IR-OPERATOR          PIC X(3).
          03 IR-BEFORE-IMAGE      PIC X(167).
          03 IR-AFTER-IMAGE       PIC X(167).
