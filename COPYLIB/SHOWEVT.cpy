      *-----------------------------------------------------------------
      *    SHOWEVT.cpy -- SHOW-EVENT record layout.  One row per
      *    off-site antique show the shop takes dealers' stock to:
      *    the show's name and dates, where it is, the county (or
      *    other taxing jurisdiction) whose rate is charged on
      *    everything rung there, and the register ID the show laptop
      *    signs on with.  CMSPLN taxes a sale rung on that register
      *    during the show dates at SE-TAX-RATE instead of the TAXRATE
      *    table, and TAXRPT reports those rows under the show's
      *    jurisdiction.  Set up and settled by SHOWEVT; dates are
      *    CCYYMMDD.
      *-----------------------------------------------------------------
       01 SHOW-EVENT-RECORD.
          03 SE-SHOW-ID           PIC X(6).
          03 SE-SHOW-NAME         PIC X(30).
          03 SE-START-DATE        PIC 9(8).
          03 SE-END-DATE          PIC 9(8).
          03 SE-LOCATION          PIC X(30).
          03 SE-JURISDICTION      PIC X(20).
          03 SE-STATE             PIC X(2).
          03 SE-TAX-RATE          PIC 9(2)V9(3).
          03 SE-REGISTER-ID       PIC X(2).
      * --- 'O' = OPEN: STOCK MAY GO OUT AND THE REGISTER RINGS.  'C' =
      *     SETTLED: EVERY PIECE IS SOLD OR BACK IN THE SHOP ----------
          03 SE-STATUS            PIC X.
             88 SE-IS-OPEN                 VALUE 'O'.
             88 SE-IS-SETTLED              VALUE 'C'.
          03 SE-SET-UP-BY         PIC X(3).
          03 SE-SET-UP-DATE       PIC 9(8).
          03 SE-SETTLED-DATE      PIC 9(8).
