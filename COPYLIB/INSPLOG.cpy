      *-----------------------------------------------------------------
      *    INSPLOG.cpy -- BOOTH INSPECTION LOG record layout.  One row
      *    appended by BOOTHINS for every rule found broken at an
      *    inspection, or one 'P' row when the booth passed, so the
      *    tenant's compliance history is on file when the lease comes
      *    up for renewal.  The notice method is how the tenant was
      *    told ('E' e-mail, 'P' paper; blank on a pass).
      *-----------------------------------------------------------------
       01 INSPECTION-LOG-RECORD.
      * --- CCYYMMDD ---------------------------------------------------
          03 IL-INSPECT-DATE      PIC 9(8).
          03 IL-BOOTH-ID          PIC X(10).
          03 IL-TENANT-ID         PIC 9(6).
          03 IL-INSPECTOR         PIC X(3).
          03 IL-VIOLATION-CODE    PIC X(4).
          03 IL-OUTCOME           PIC X.
             88 IL-IS-PASS                 VALUE 'P'.
             88 IL-IS-WARNING              VALUE 'W'.
             88 IL-IS-FINE                 VALUE 'F'.
          03 IL-FINE-AMOUNT       PIC 9(4)V9(2).
          03 IL-NOTICE-METHOD     PIC X.
