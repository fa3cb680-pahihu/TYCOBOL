      *-----------------------------------------------------------------
      *    DLRCATS.cpy -- DEALER-CATEGORY record layout (DLRCATS,
      *    indexed on CY-TENANT-ID).  What a dealer's lease lets them
      *    sell, kept on the DLRCATS screen under a manager PIN.  A
      *    dealer with no row sells anything on CATGTBL.  With an
      *    'A' list the dealer may take in only the categories named;
      *    with an 'X' list anything but them.  A category flagged
      *    permit-required on CATGTBL (food) also needs a permit
      *    number here that has not run out.  Dates are CCYYMMDD; a
      *    zero permit expiry never runs out.
      *-----------------------------------------------------------------
       01 DEALER-CATEGORY-RECORD.
          03 CY-TENANT-ID         PIC 9(6).
          03 CY-LIST-TYPE         PIC X.
             88 CY-IS-ALLOWED-LIST        VALUE 'A'.
             88 CY-IS-EXCLUDED-LIST       VALUE 'X'.
             88 CY-HAS-NO-LIST            VALUE SPACE.
          03 CY-CATEGORY          PIC X(4) OCCURS 10 TIMES.
          03 CY-PERMIT-NO         PIC X(15).
          03 CY-PERMIT-EXPIRES    PIC 9(8).
      * --- THE LEASE CLAUSE OR REASON, FOR WHOEVER ASKS WHY ----------
          03 CY-NOTE              PIC X(30).
          03 CY-CHANGED-DATE      PIC 9(8).
          03 CY-CHANGED-BY        PIC X(3).
