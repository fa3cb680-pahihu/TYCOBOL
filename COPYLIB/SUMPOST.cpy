      *-----------------------------------------------------------------
      *    SUMPOST.cpy -- LINKAGE layout for the SUMPOST subprogram.
      *    Open the SALESSUM file ('O'), clear one source's rows for
      *    a month range ('X'), post one SALES-LEDGER-RECORD into its
      *    month/tenant/category/group row ('P'), and close ('C').
      *    'W' empties the whole file for a rebuild from scratch.
      *    CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
      *                         SALES-LEDGER-RECORD.
      *-----------------------------------------------------------------
       01 SUMMARY-POST-PARAMS.
          03 SM-OPERATION          PIC X.
             88 SM-OP-OPEN                 VALUE 'O'.
             88 SM-OP-CLEAR                VALUE 'X'.
             88 SM-OP-POST                 VALUE 'P'.
             88 SM-OP-WIPE                 VALUE 'W'.
             88 SM-OP-CLOSE                VALUE 'C'.
      * --- 'A' ARCHIVE OR 'L' LIVE, AS SS-SOURCE ---------------------
          03 SM-SOURCE             PIC X.
          03 SM-FROM-CCYYMM        PIC 9(6).
          03 SM-THRU-CCYYMM        PIC 9(6).
          03 SM-ROWS-POSTED        PIC 9(7).
          03 SM-ROWS-CLEARED       PIC 9(7).
