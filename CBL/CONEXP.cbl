          03 WS-RECV-DD        PIC 9(2).
          03 WS-RECV-YYYY      PIC 9(4).
       01 WS-DATE-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRED-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-ROLLED-COUNT      PIC 9(4) VALUE ZEROS.
      * --- EXPIRED ITEMS COLLECTED FOR THE PER-CONSIGNOR NOTICES ----
          03 WS-EXP-ENTRY      OCCURS 200 TIMES INDEXED BY EX-IDX.
             05 WS-EX-TENANT       PIC 9(6).
             05 WS-EX-SKU          PIC X(12).
             05 WS-EX-PRICE        PIC 9(6)V9(2).
             05 WS-EX-NOTICED      PIC X.
       01 WS-EXP-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-NOTICE-TENANT     PIC 9(6) VALUE ZEROS.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-NOTICE-LINE       PIC X(70) VALUE SPACES.
       COPY DATEFMT.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
           .
      *-----------------------------------------------------------------
       CHECK-ONE-ITEM.
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           EVALUATE TRUE
               WHEN IS-TENANT-ID = ZEROS
                   CONTINUE
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
           IF WS-AGE-DAYS >= WS-CONTRACT-DAYS
               SET IS-IS-PENDING-PICKUP TO TRUE
               ACCEPT IS-SOLD-DATE FROM DATE YYYYMMDD
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO IJ-OPERATION
                       MOVE 'CONEXP' TO IJ-PROGRAM
                       MOVE 'EXP' TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
               END-REWRITE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE DF-MMDDYYYY  TO CX-DATE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE PENDING DATE SITS IN IS-SOLD-DATE (CCYYMMDD) WHILE
      *     THE ITEM WAITS; PAST THE GRACE PERIOD IT BECOMES A HOUSE
      *     ITEM BACK ON THE FLOOR -------------------------------------
       CHECK-GRACE-PERIOD.
           MOVE IS-SOLD-DATE TO WS-DATE-ISO
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO IJ-OPERATION
                       MOVE 'CONEXP' TO IJ-PROGRAM
                       MOVE 'EXP' TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
               END-REWRITE
               ADD 1 TO WS-ROLLED-COUNT
           END-IF
