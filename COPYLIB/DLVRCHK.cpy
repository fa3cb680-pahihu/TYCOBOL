      *-----------------------------------------------------------------
      *    DLVRCHK.cpy -- LINKAGE layout for the DLVRCHK subprogram.
      *    Pass a CCYYMMDD delivery date; get back how many stops are
      *    already booked that day, the DLVRPOL daily cap and standard
      *    fee, and whether the day still has room.  A zero date just
      *    hands back the policy values.
      *-----------------------------------------------------------------
       01 DELIVERY-CHECK-PARAMS.
          03 DK-DELIVERY-DATE      PIC 9(8).
          03 DK-STOPS-BOOKED       PIC 9(3).
          03 DK-DAILY-CAP          PIC 9(2).
          03 DK-STANDARD-FEE       PIC 9(4)V9(2).
          03 DK-ROOM-SW            PIC X(01).
             88 DK-DAY-HAS-ROOM            VALUE 'Y'.
             88 DK-DAY-IS-FULL             VALUE 'N'.
          03 DK-MESSAGE            PIC X(40).
