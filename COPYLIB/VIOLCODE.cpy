      *-----------------------------------------------------------------
      *    VIOLCODE.cpy -- BOOTH-RULE VIOLATION CODE table row.  One
      *    row per mall rule an inspection can find broken: the code
      *    the inspector keys, what it means on the notice, the fine,
      *    and whether the first offence in the repeat window is only
      *    a warning.  Maintained in TBLMNT; BOOTHINS seeds the
      *    starting rules on first use.
      *-----------------------------------------------------------------
       01 VIOLATION-CODE-RECORD.
          03 VC-CODE              PIC X(4).
          03 VC-DESCRIPTION       PIC X(20).
          03 VC-FINE-AMOUNT       PIC 9(4)V9(2).
          03 VC-WARN-FIRST        PIC X.
             88 VC-WARNS-FIRST             VALUE 'Y'.
             88 VC-FINES-AT-ONCE           VALUE 'N'.
