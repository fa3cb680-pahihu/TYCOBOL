      *-----------------------------------------------------------------
      *    SHOWITM.cpy -- SHOW-ITEM record layout.  One row per tag
      *    checked out of the shop to an antique show, keyed by show
      *    ID and SKU: who it belongs to, how many units went, when
      *    and by whom, and -- once the van is back -- how many units
      *    came home.  While the tag is out its ITEMSKU status is 'O'
      *    so the floor counts do not look for it.  Dates CCYYMMDD.
      *-----------------------------------------------------------------
       01 SHOW-ITEM-RECORD.
          03 SI-KEY.
             05 SI-SHOW-ID        PIC X(6).
             05 SI-SKU            PIC X(12).
          03 SI-TENANT-ID         PIC 9(6).
          03 SI-UNITS-OUT         PIC 9(4).
          03 SI-OUT-DATE          PIC 9(8).
          03 SI-OUT-BY            PIC X(3).
          03 SI-UNITS-BACK        PIC 9(4).
          03 SI-BACK-DATE         PIC 9(8).
          03 SI-BACK-BY           PIC X(3).
      * --- 'O' = OUT AT THE SHOW; 'B' = CHECKED BACK IN (ANY UNITS NOT
      *     BACK WERE SOLD AT THE SHOW) --------------------------------
          03 SI-STATUS            PIC X.
             88 SI-IS-OUT                  VALUE 'O'.
             88 SI-IS-BACK                 VALUE 'B'.
