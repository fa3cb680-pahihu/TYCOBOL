      *-----------------------------------------------------------------
      *    TAXID.cpy -- TAXPAYER-ID record layout.  One row per
      *    consignor on the TAXIDS file, keyed by tenant id: the TIN
      *    off the W-9, whether it is a social security or employer
      *    number, and the date the signed W-9 came in.  Kept off
      *    TENANT-MASTER so it survives a move-out -- the 1099 for
      *    the year a consignor leaves still needs it.  The TIN is
      *    never printed whole; TINMASK masks it for every report.
      *-----------------------------------------------------------------
       01 TAXPAYER-ID-RECORD.
          03 TI-TENANT-ID         PIC 9(6).
          03 TI-TIN               PIC X(9).
          03 TI-TIN-TYPE          PIC X.
             88 TI-IS-SSN                  VALUE 'S'.
             88 TI-IS-EIN                  VALUE 'E'.
      * --- MMDDYYYY THE SIGNED W-9 WAS RECEIVED; ZERO = NOT ON FILE,
      *     WHICH PUTS THE CONSIGNOR UNDER BACKUP WITHHOLDING ---------
          03 TI-W9-DATE           PIC 9(8).
          03 TI-CHANGED-DATE      PIC 9(8).
          03 TI-CHANGED-BY        PIC X(3).
