      *-----------------------------------------------------------------
      *    MDHIST.cpy -- MARKDOWN-HISTORY record layout.  One row
      *    appended by the MARKDOWN batch for every price it lowers,
      *    and by PRCCHG for every price a dealer asks the counter to
      *    change (up or down), so a consignor (or the owner) can see
      *    exactly when and why a tag price changed.  MH-SOURCE tells
      *    the two apart; blank on rows written before PRCCHG existed
      *    (all of them markdowns).
      *-----------------------------------------------------------------
       01 MARKDOWN-HISTORY-RECORD.
          03 MH-DATE              PIC 9(8).
          03 MH-SKU               PIC X(12).
          03 MH-TENANT-ID         PIC 9(6).
          03 MH-OLD-PRICE         PIC 9(6)V9(2).
          03 MH-NEW-PRICE         PIC 9(6)V9(2).
          03 MH-PCT-OFF           PIC 9(2).
          03 MH-SOURCE            PIC X.
             88 MH-BY-MARKDOWN             VALUE 'M' ' '.
             88 MH-BY-DEALER               VALUE 'D'.
          03 MH-OPERATOR-ID       PIC X(3).
