      *-----------------------------------------------------------------
      *    PULLALL.cpy -- LINKAGE layout for the PULLALL subprogram.
      *    Action 'C' only counts the consignor's items still on hold
      *    or layaway, so a move-out screen can warn before anything
      *    is touched.  Action 'P' marks every item of the consignor
      *    still on the floor (or waiting for pickup) withdrawn,
      *    stamped with the operator, and prints the pull slip the
      *    consignor signs; held and layaway items are listed on the
      *    slip as staying in the shop.  A blank PA-BOOTH takes every
      *    booth; otherwise only items in that booth (items with no
      *    booth of their own count as PA-MAIN-BOOTH's).
      *-----------------------------------------------------------------
       01 PULL-ALL-PARAMS.
          03 PA-ACTION             PIC X.
             88 PA-COUNT-ONLY              VALUE 'C'.
             88 PA-PULL-AND-PRINT          VALUE 'P'.
          03 PA-TENANT-ID          PIC 9(6).
          03 PA-TENANT-NAME        PIC X(40).
          03 PA-BOOTH              PIC X(10).
          03 PA-MAIN-BOOTH         PIC X(10).
          03 PA-OPERATOR-ID        PIC X(3).
          03 PA-PULLED-COUNT       PIC 9(4).
          03 PA-HELD-COUNT         PIC 9(4).
