      *-----------------------------------------------------------------
      *    SALESSUM.cpy -- Monthly sales summary record.  One row per
      *    month, source, tenant, category, and group, built by the
      *    SUMPOST subprogram as rows are archived (ARCHPRG) and
      *    topped up nightly for the months still on the live ledger
      *    (SALESSUM).  The period reports read these rows instead of
      *    rescanning SALESLDG and the whole SALESARC archive.  The
      *    file is INDEXED on SS-KEY.  Group is part of the key
      *    because SL-GROUP-ID is carried per line, not per category.
      *-----------------------------------------------------------------
       01 SALES-SUMMARY-RECORD.
          03 SS-KEY.
             05 SS-CCYYMM          PIC 9(6).
      * --- 'A' = ROWS NOW ON THE SALESARC ARCHIVE, 'L' = ROWS STILL
      *     ON THE LIVE LEDGER.  A MONTH SPLIT BY THE ARCHIVE CUTOFF
      *     HAS BOTH; EVERY READER ADDS THE TWO TOGETHER ---------------
             05 SS-SOURCE          PIC X.
                88 SS-FROM-ARCHIVE         VALUE 'A'.
                88 SS-FROM-LIVE            VALUE 'L'.
             05 SS-TENANT-ID       PIC 9(6).
             05 SS-CATEGORY        PIC X(4).
             05 SS-GROUP-ID        PIC X.
      * --- NET = SALES LESS RETURNS; RETURNS ALSO KEPT ON THEIR OWN.
      *     TAX AND COMMISSION ARE NETTED THE SAME WAY -----------------
          03 SS-NET-SALES          PIC S9(8)V9(2).
          03 SS-RETURNS            PIC S9(8)V9(2).
          03 SS-TAX                PIC S9(7)V9(2).
          03 SS-COMMISSION         PIC S9(7)V9(2).
      * --- LEDGER LINES POSTED (SALE AND RETURN ROWS, VOIDS SKIPPED) --
          03 SS-TRANS-COUNT        PIC 9(7).
          03 SS-LAST-BUILT         PIC 9(8).
