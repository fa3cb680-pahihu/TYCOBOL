      *    Pass a customer number; get back whether it resolves to an
      *    active CUSTOMER-MASTER record, plus the name and phone off
      *    that one record -- so CMSLAY, WANTLIST, and CMSGIFT all
      *    show the same spelling the master holds.  The street
      *    address comes back too, for the CMSPLN delivery screen.
      *-----------------------------------------------------------------
       01 CUSTOMER-LOOKUP-PARAMS.
          03 CL-CUSTOMER-NO        PIC 9(6).
             88 CL-IS-VALID                VALUE 1.
             88 CL-NOT-VALID               VALUE 0.
          03 CL-MESSAGE            PIC X(40).
          03 CL-ADDRESS-OUT        PIC X(40).
          03 CL-CITY-OUT           PIC X(25).
          03 CL-STATE-OUT          PIC X(2).
          03 CL-POSTAL-CODE-OUT    PIC X(10).
