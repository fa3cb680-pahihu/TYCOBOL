      *-----------------------------------------------------------------
      *    CLOSECHK.cpy -- LINKAGE layout for the CLOSECHK subprogram.
      *    Pass the period (YYMM); get back the month-end checklist
      *    step by step -- the CLOSESTP definition, where each step
      *    stands, and when and by whom it was done -- with the count
      *    done and whether the list is complete.  A step run before
      *    an earlier 'A' step it depends on comes back out of order
      *    and does not count until it is run again.  CC-NEXT-STEP is
      *    the first step still standing (0 when complete).
      *-----------------------------------------------------------------
       01 CLOSE-CHECK-PARAMS.
          03 CC-PERIOD-YYMM        PIC 9(4).
          03 CC-STEP-COUNT         PIC 9(2).
          03 CC-DONE-COUNT         PIC 9(2).
          03 CC-NEXT-STEP          PIC 9(2).
          03 CC-COMPLETE-SW        PIC X(01).
             88 CC-IS-COMPLETE             VALUE 'Y'.
             88 CC-NOT-COMPLETE            VALUE 'N'.
          03 CC-STEP               OCCURS 20 TIMES.
             05 CC-STEP-NO         PIC 9(2).
             05 CC-STEP-TYPE       PIC X.
             05 CC-MODULE          PIC X(8).
             05 CC-DESCRIPTION     PIC X(30).
             05 CC-STATE           PIC X.
                88 CC-STEP-OPEN            VALUE 'O'.
                88 CC-STEP-RAN             VALUE 'R'.
                88 CC-STEP-SIGNED          VALUE 'S'.
                88 CC-STEP-FAILED          VALUE 'F'.
                88 CC-STEP-OUT-OF-ORDER    VALUE 'X'.
                88 CC-STEP-IS-DONE         VALUES 'R' 'S'.
      * --- CCYYMMDDHHMMSS OF THE RUN OR SIGN-OFF THAT DECIDED IT ------
             05 CC-STAMP           PIC 9(14).
             05 CC-RETURN-CODE     PIC S9(4).
             05 CC-BY              PIC X(3).
             05 CC-NOTE            PIC X(60).
