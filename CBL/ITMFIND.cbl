      *    OPTIONAL CATEGORY AND PRICE RANGE, AND A PICK LIST OF
      *    AVAILABLE ITEMS WITH THE PRICE AFTER ANY MARKDOWN AND THE
      *    CONSIGNOR'S BOOTH SO THE CUSTOMER CAN BE WALKED THERE.
      *    F2 PAGES THROUGH MORE MATCHES; F3 SHOWS THE PRICE COMPS
      *    (WHAT PIECES LIKE THESE SOLD FOR HERE IN THE LAST YEAR) FOR
      *    THE SAME KEYWORD AND CATEGORY.  NOTHING HERE WRITES.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT ITEM-SKU
       01 WS-SCAN-POS          PIC 9(2) VALUE ZEROS.
       01 WS-SCAN-LIMIT        PIC 9(2) VALUE ZEROS.
       01 WS-LIST-COUNT        PIC 9(2) VALUE ZEROS.
       01 WS-EFF-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-PRICE-SHOW        PIC ZZZ,ZZ9.99.
       01 WS-BOOTH-LINE        PIC X(10) VALUE SPACES.
      * --- PRICE COMPS: WHAT PIECES LIKE THIS HAVE ACTUALLY SOLD FOR
      *     HERE, OFF COMPSLKP.  ADVISORY ONLY ------------------------
       COPY COMPSLKP.
       01 WS-COMP-IDX          PIC 9(2) VALUE ZEROS.
       01 WS-COMP-PRICE-SHOW   PIC ZZZ,ZZ9.99.
       01 WS-COMP-LOW-SHOW     PIC ZZZ,ZZ9.99.
       01 WS-COMP-MEDIAN-SHOW  PIC ZZZ,ZZ9.99.
       01 WS-COMP-HIGH-SHOW    PIC ZZZ,ZZ9.99.
       01 WS-COMP-DAYS-SHOW    PIC ZZZ9.
       01 WS-COMP-MKDN-SHOW    PIC Z9.
       01 WS-COMP-COUNT-SHOW   PIC ZZ9.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-KEYWORD           PIC X(15) VALUE SPACES.
       01 SC-CATEGORY          PIC X(4) VALUE SPACES.
       01 SC-MIN-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-MAX-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-LIST-LINES.
          03 SC-LIST-1         PIC X(70) VALUE SPACES.
          03 SC-LIST-10        PIC X(70) VALUE SPACES.
       01 SC-LIST-TABLE REDEFINES SC-LIST-LINES.
          03 SC-LIST-LINE      OCCURS 10 TIMES PIC X(70).
       01 SC-COMP-CATEGORY     PIC X(4) VALUE SPACES.
       01 SC-COMP-KEYWORD      PIC X(15) VALUE SPACES.
       01 SC-COMP-SUMMARY      PIC X(70) VALUE SPACES.
       01 SC-COMP-MESSAGE      PIC X(40) VALUE SPACES.
       01 SC-COMP-LINES.
          03 SC-COMP-1         PIC X(70) VALUE SPACES.
          03 SC-COMP-2         PIC X(70) VALUE SPACES.
          03 SC-COMP-3         PIC X(70) VALUE SPACES.
          03 SC-COMP-4         PIC X(70) VALUE SPACES.
          03 SC-COMP-5         PIC X(70) VALUE SPACES.
          03 SC-COMP-6         PIC X(70) VALUE SPACES.
          03 SC-COMP-7         PIC X(70) VALUE SPACES.
          03 SC-COMP-8         PIC X(70) VALUE SPACES.
       01 SC-COMP-TABLE REDEFINES SC-COMP-LINES.
          03 SC-COMP-LINE      OCCURS 8 TIMES PIC X(70).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
                               REVERSE-VIDEO
                               USING SC-CATEGORY.
          03 LINE 04 COLUMN 39 VALUE 'Price'.
          03 LINE 04 COLUMN 45 PIC ZZZ,ZZZ.99
                               REVERSE-VIDEO
                               USING SC-MIN-PRICE.
          03 LINE 04 COLUMN 56 VALUE '-'.
          03 LINE 04 COLUMN 58 PIC ZZZ,ZZZ.99
                               REVERSE-VIDEO
                               USING SC-MAX-PRICE.
          03 LINE 06 COLUMN 02 VALUE
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE
              'F1 - Exit   F2 - More Matches   F3 - Price Comps   '
            & 'Enter - New Search'.
       01 COMPS-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 27 VALUE 'Comparable Sales -- Last Year'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 02 VALUE 'Cat:'.
          03 LINE 04 COLUMN 07 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-COMP-CATEGORY.
          03 LINE 04 COLUMN 13 VALUE 'Keyword:'.
          03 LINE 04 COLUMN 22 PIC X(15)
                               REVERSE-VIDEO
                               USING SC-COMP-KEYWORD.
          03 LINE 06 COLUMN 02 VALUE
              'SOLD   SKU          DESCRIPTION                 PRICE'.
          03 LINE 06 COLUMN 57 VALUE 'DAYS MKDN'.
          03 LINE 07 COLUMN 02 PIC X(70) FROM SC-COMP-1.
          03 LINE 08 COLUMN 02 PIC X(70) FROM SC-COMP-2.
          03 LINE 09 COLUMN 02 PIC X(70) FROM SC-COMP-3.
          03 LINE 10 COLUMN 02 PIC X(70) FROM SC-COMP-4.
          03 LINE 11 COLUMN 02 PIC X(70) FROM SC-COMP-5.
          03 LINE 12 COLUMN 02 PIC X(70) FROM SC-COMP-6.
          03 LINE 13 COLUMN 02 PIC X(70) FROM SC-COMP-7.
          03 LINE 14 COLUMN 02 PIC X(70) FROM SC-COMP-8.
          03 LINE 16 COLUMN 02 PIC X(70)
                               HIGHLIGHT
                               FROM SC-COMP-SUMMARY.
          03 LINE 17 COLUMN 02 VALUE
              '(T = TAG PRICE -- THE SALE ROW IS NO LONGER ON FILE)'.
          03 LINE 18 COLUMN 02 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-COMP-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE
              'F1 - Back to Search   Enter - Search Again'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           OPEN INPUT ITEM-SKU
      *     MATCH, SO JUST FILL THE NEXT SCREENFUL ---------------------
               WHEN F2-PRESSED
                   PERFORM FILL-MATCH-LIST
               WHEN F3-PRESSED
                   MOVE SC-CATEGORY TO SC-COMP-CATEGORY
                   MOVE SC-KEYWORD  TO SC-COMP-KEYWORD
                   PERFORM SHOW-PRICE-COMPS
               WHEN OTHER
                   PERFORM START-NEW-SEARCH
           END-EVALUATE
               ' ' WS-BOOTH-LINE DELIMITED BY SIZE
               INTO SC-LIST-LINE(WS-LIST-COUNT)
           .
      *-----------------------------------------------------------------
      * --- PRICE COMPS OFF THE SEARCH KEYED: WHAT PIECES LIKE THESE
      *     HAVE SOLD FOR HERE IN THE LAST YEAR, FOR THE CUSTOMER WHO
      *     ASKS "IS THAT A FAIR PRICE?".  F1 GOES BACK TO THE SEARCH
      *     WITH THE PICK LIST STILL ON IT ----------------------------
       SHOW-PRICE-COMPS.
           PERFORM RUN-COMPS-SEARCH
           MOVE ZEROS TO KEYBOARD-STATUS
           PERFORM SERVE-COMPS-SCREEN UNTIL F1-PRESSED
           MOVE ZEROS TO KEYBOARD-STATUS
           .
       SERVE-COMPS-SCREEN.
           DISPLAY COMPS-SCREEN
           ACCEPT COMPS-SCREEN
           IF NOT F1-PRESSED
               PERFORM RUN-COMPS-SEARCH
           END-IF
           .
       RUN-COMPS-SEARCH.
           INSPECT SC-COMP-CATEGORY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SC-COMP-CATEGORY TO CQ-CATEGORY
           MOVE SC-COMP-KEYWORD  TO CQ-KEYWORD
           CALL 'COMPSLKP' USING COMPS-LOOKUP-PARAMS
           MOVE SPACES TO SC-COMP-LINES SC-COMP-SUMMARY
           MOVE CQ-MESSAGE TO SC-COMP-MESSAGE
           PERFORM FORMAT-ONE-COMP-LINE
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > CQ-SHOWN-COUNT
           IF CQ-MATCH-COUNT > ZEROS
               MOVE CQ-MATCH-COUNT  TO WS-COMP-COUNT-SHOW
               MOVE CQ-LOW-PRICE    TO WS-COMP-LOW-SHOW
               MOVE CQ-MEDIAN-PRICE TO WS-COMP-MEDIAN-SHOW
               MOVE CQ-HIGH-PRICE   TO WS-COMP-HIGH-SHOW
               STRING WS-COMP-COUNT-SHOW ' SOLD   LOW '
                   WS-COMP-LOW-SHOW '   MEDIAN ' WS-COMP-MEDIAN-SHOW
                   '   HIGH ' WS-COMP-HIGH-SHOW
                   DELIMITED BY SIZE INTO SC-COMP-SUMMARY
           END-IF
           .
       FORMAT-ONE-COMP-LINE.
           MOVE CQ-C-PRICE(WS-COMP-IDX)        TO WS-COMP-PRICE-SHOW
           MOVE CQ-C-DAYS(WS-COMP-IDX)         TO WS-COMP-DAYS-SHOW
           MOVE CQ-C-MARKDOWN-PCT(WS-COMP-IDX) TO WS-COMP-MKDN-SHOW
           STRING CQ-C-SOLD-DATE(WS-COMP-IDX) ' '
               CQ-C-SKU(WS-COMP-IDX) ' '
               CQ-C-DESCRIPTION(WS-COMP-IDX)(1:24) ' '
               WS-COMP-PRICE-SHOW CQ-C-SOURCE(WS-COMP-IDX) ' '
               WS-COMP-DAYS-SHOW '  ' WS-COMP-MKDN-SHOW '%'
               DELIMITED BY SIZE INTO SC-COMP-LINE(WS-COMP-IDX)
           .
