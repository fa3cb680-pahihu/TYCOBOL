          03 WS-RECV-YYYY      PIC 9(4).
       01 WS-RECV-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-APPLY-PCT         PIC 9(2) VALUE ZEROS.
       01 WS-OLD-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-NEW-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-MARKED-COUNT      PIC 9(5) VALUE ZEROS.
       01 WS-BOOTH-LINE        PIC X(10) VALUE SPACES.
       01 WS-RETAG-LINE        PIC X(70) VALUE SPACES.
       COPY DATEFMT.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
           .
      *-----------------------------------------------------------------
      * --- ONLY STOCK ACTUALLY ON THE FLOOR IS REPRICED: AVAILABLE
      *     ITEMS PLUS BLANK-STATUS ROWS FROM BEFORE TRACKING.  A
      *     FIRM-PRICE PIECE KEEPS ITS TAG NO MATTER HOW OLD ----------
       MARK-DOWN-ONE-ITEM.
           IF (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
                   AND NOT IS-IS-FIRM-PRICE
                   AND IS-DATE-RECEIVED IS NUMERIC
                   AND IS-DATE-RECEIVED > ZEROS
               PERFORM AGE-AND-APPLY-RULES
      * --- THE PERCENT IS OFF THE ORIGINAL TAG PRICE, SO THE NEW
      *     PRICE IS DERIVED THROUGH THE PERCENT ALREADY APPLIED ------
       APPLY-THE-MARKDOWN.
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           MOVE IS-FULL-PRICE TO WS-OLD-PRICE
           COMPUTE WS-NEW-PRICE ROUNDED =
               IS-FULL-PRICE * (100 - WS-APPLY-PCT)
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'MARKDOWN' TO IJ-PROGRAM
                   MOVE 'MKD' TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
           END-REWRITE
           ADD 1 TO WS-MARKED-COUNT
           MOVE DF-MMDDYYYY  TO MH-DATE
           MOVE WS-OLD-PRICE TO MH-OLD-PRICE
           MOVE WS-NEW-PRICE TO MH-NEW-PRICE
           MOVE WS-APPLY-PCT TO MH-PCT-OFF
           MOVE 'M'          TO MH-SOURCE
           MOVE SPACES       TO MH-OPERATOR-ID
           WRITE MARKDOWN-HISTORY-RECORD
           PERFORM WRITE-RETAG-LINE
           .
