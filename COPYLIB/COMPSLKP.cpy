      *-----------------------------------------------------------------
      *    COMPSLKP.cpy -- LINKAGE layout for the COMPSLKP subprogram.
      *    The caller fills in a category and/or a keyword and CALLs
      *    'COMPSLKP' USING COMPS-LOOKUP-PARAMS; back come the number
      *    of tags of that kind sold in the last year, the low,
      *    median, and high price they actually sold for, and the
      *    most recent sales (newest first) with the days each sat
      *    on the floor and the markdown it had taken.  CQ-C-SOURCE
      *    is 'T' when the sale row could not be found on the ledger
      *    or the archive and the tag price stands in for it.
      *    Advisory only -- nothing is written.
      *-----------------------------------------------------------------
       01 COMPS-LOOKUP-PARAMS.
          03 CQ-CATEGORY           PIC X(4).
          03 CQ-KEYWORD            PIC X(15).
          03 CQ-MATCH-COUNT        PIC 9(3).
          03 CQ-LOW-PRICE          PIC 9(6)V9(2).
          03 CQ-MEDIAN-PRICE       PIC 9(6)V9(2).
          03 CQ-HIGH-PRICE         PIC 9(6)V9(2).
          03 CQ-SHOWN-COUNT        PIC 9(2).
          03 CQ-COMP               OCCURS 8 TIMES.
             05 CQ-C-SKU           PIC X(12).
             05 CQ-C-DESCRIPTION   PIC X(30).
             05 CQ-C-SOLD-DATE     PIC 9(8).
             05 CQ-C-PRICE         PIC 9(6)V9(2).
             05 CQ-C-DAYS          PIC 9(4).
             05 CQ-C-MARKDOWN-PCT  PIC 9(2).
             05 CQ-C-SOURCE        PIC X.
                88 CQ-C-FROM-TAG           VALUE 'T'.
          03 CQ-MESSAGE            PIC X(40).
