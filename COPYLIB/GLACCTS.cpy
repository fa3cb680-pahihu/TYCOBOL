          03 GL-SOURCE-CODE       PIC X(4).
          03 GL-ACCOUNT-NO        PIC 9(4).
          03 GL-ACCOUNT-NAME      PIC X(20).
      * --- WHERE FINSTMT PRINTS THE ACCOUNT.  BLANK GOES BY THE FIRST
      *     DIGIT OF THE ACCOUNT NUMBER: 1 ASSETS, 2 LIABILITIES,
      *     3 EQUITY, 4 REVENUE, 5 COST OF SALES, 6-9 EXPENSES --------
          03 GL-STATEMENT-SECTION PIC X.
             88 GL-IS-REVENUE              VALUE 'R'.
             88 GL-IS-COST-OF-SALES        VALUE 'C'.
             88 GL-IS-OPERATING-EXPENSE    VALUE 'E'.
             88 GL-IS-ASSET                VALUE 'A'.
             88 GL-IS-LIABILITY            VALUE 'L'.
             88 GL-IS-EQUITY               VALUE 'Q'.
             88 GL-SECTION-IS-VALID        VALUES 'R' 'C' 'E' 'A'
                                                  'L' 'Q' SPACE.
