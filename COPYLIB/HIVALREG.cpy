      *-----------------------------------------------------------------
      *    HIVALREG.cpy -- HIGH-VALUE REGISTER record layout (HVREG).
      *    One row per piece kept in a locked case, written by ITMENT
      *    at intake.  Keyed by SKU, with the case number as an
      *    alternate key so CASEREG can list a case's contents and
      *    PHYSINV can spot-count just the cases.  The provenance
      *    note is the longer history the tag has no room for: where
      *    the piece came from, maker's marks, papers, prior owners.
      *-----------------------------------------------------------------
       01 HIGH-VALUE-RECORD.
          03 HV-SKU               PIC X(12).
          03 HV-CASE-NO           PIC X(4).
          03 HV-PROVENANCE-1      PIC X(60).
          03 HV-PROVENANCE-2      PIC X(60).
      * --- CCYYMMDD THE PIECE WENT INTO THE CASE, AND WHO PUT IT THERE
          03 HV-REGISTERED-DATE   PIC 9(8).
          03 HV-OPERATOR-ID       PIC X(3).
