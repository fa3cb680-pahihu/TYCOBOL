      *-----------------------------------------------------------------
      *    BANKPROT.cpy -- LINKAGE layout for the BANKPROT subprogram.
      *    TM-BANK-ROUTING and TM-BANK-ACCOUNT are kept on TENANTM in
      *    protected form.  Pass the two fields and the protected
      *    flag as they stand on the record and ask for one of:
      *      'P' PROTECT -- clear fields in, protected fields and
      *                     flag out, ready to go back on the record
      *      'M' MASK    -- last four digits only, for any screen,
      *                     dump or printed line
      *      'R' REVEAL  -- the clear numbers, for the rent draft,
      *                     the direct-deposit file and the manager
      *                     inquiry only.  Every reveal is written to
      *                     the BANKAUD audit file.
      *-----------------------------------------------------------------
       01 BANK-PROTECT-PARAMS.
          03 BP-FUNCTION           PIC X.
             88 BP-PROTECT                 VALUE 'P'.
             88 BP-MASK                    VALUE 'M'.
             88 BP-REVEAL                  VALUE 'R'.
      * --- WHO IS ASKING AND WHY; CARRIED ONTO THE AUDIT ROW ---------
          03 BP-PROGRAM            PIC X(8).
          03 BP-TENANT-ID          PIC 9(6).
          03 BP-OPERATOR-ID        PIC X(3).
          03 BP-PURPOSE            PIC X(20).
      * --- THE FIELDS AS ON THE RECORD ON THE WAY IN; PROTECTED (FOR
      *     'P') OR CLEAR (FOR 'R') ON THE WAY OUT --------------------
          03 BP-PROTECT-FLAG       PIC X.
             88 BP-IS-PROTECTED            VALUE 'P'.
          03 BP-ROUTING            PIC 9(9).
          03 BP-ACCOUNT            PIC X(17).
      * --- FILLED ON EVERY CALL THAT CAN READ THE FIELDS -------------
          03 BP-ROUTING-MASK       PIC X(9).
          03 BP-ACCOUNT-MASK       PIC X(17).
          03 BP-LAST-FOUR          PIC X(4).
          03 BP-RESULT             PIC X.
             88 BP-OK                      VALUE 'Y'.
             88 BP-REFUSED                 VALUE 'R'.
             88 BP-NO-KEY                  VALUE 'K'.
