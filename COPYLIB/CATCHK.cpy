      *-----------------------------------------------------------------
      *    CATCHK.cpy -- LINKAGE layout for the CATCHK subprogram.
      *    Fill in the tenant, the category, and the date to judge
      *    the permit by (CCYYMMDD), and CALL 'CATCHK' to learn
      *    whether the dealer's DLRCATS restrictions let them sell
      *    the category.  CV-MESSAGE says why not, ready for a screen
      *    message or a report line.  House stock (tenant zero) is
      *    never restricted.
      *-----------------------------------------------------------------
       01 CATEGORY-CHECK-PARAMS.
          03 CV-TENANT-ID          PIC 9(6).
          03 CV-CATEGORY           PIC X(4).
          03 CV-AS-OF-DATE         PIC 9(8).
          03 CV-RESULT             PIC X.
             88 CV-IS-ALLOWED              VALUE 'Y'.
             88 CV-NOT-ON-ALLOWED-LIST     VALUE 'A'.
             88 CV-ON-EXCLUDED-LIST        VALUE 'X'.
             88 CV-NO-PERMIT-ON-FILE       VALUE 'P'.
             88 CV-PERMIT-HAS-EXPIRED      VALUE 'E'.
          03 CV-MESSAGE            PIC X(40).
