       01 WS-DORMANT-DAYS      PIC 9(4) VALUE 60.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-PEND-INT          PIC S9(8) COMP.
       01 WS-PEND-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-PENDING      PIC S9(8) COMP.
       01 WS-DONATED-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-DONATED-VALUE     PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-RCPT-LINE         PIC X(70) VALUE SPACES.
       01 WS-PRICE-SHOW        PIC ZZZ,ZZ9.99.
       01 WS-TARGET-YYYY       PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-VALUE        PIC 9(8)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
      * --- THE PENDING DATE SITS IN IS-SOLD-DATE (CCYYMMDD) WHILE
      *     THE ITEM WAITS, THE SAME CONVENTION CONEXP USES; PAST THE
      *     DORMANCY WINDOW THE ITEM GOES TO THE CHARITY PILE ----------
       CHECK-ONE-PENDING-ITEM.
           IF IS-IS-PENDING-PICKUP AND IS-SOLD-DATE > ZEROS
               MOVE IS-SOLD-DATE TO WS-PEND-ISO
               COMPUTE WS-PEND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PEND-ISO)
               COMPUTE WS-DAYS-PENDING = WS-TODAY-INT - WS-PEND-INT
           PERFORM READ-ITEM-SKU
           .
       DONATE-ONE-ITEM.
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IS-IS-DONATED TO TRUE
           ACCEPT IS-SOLD-DATE FROM DATE YYYYMMDD
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'DONATE' TO IJ-PROGRAM
                   MOVE 'DON' TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
           END-REWRITE
           ADD 1 TO WS-DONATED-COUNT
           ADD IS-FULL-PRICE TO WS-DONATED-VALUE
