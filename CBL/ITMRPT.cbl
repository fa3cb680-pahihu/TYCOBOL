      *    BEFORE STATUS TRACKING COUNT AS AVAILABLE), ROLLED UP PER
      *    CONSIGNOR WITH THE BOOTH PULLED FROM TENANT-MASTER.  PASS A
      *    TENANT NUMBER AS ARGV(1) TO LIST THAT BOOTH'S ITEMS ONE BY
      *    ONE INSTEAD.  A TAG COVERING SEVERAL IDENTICAL PIECES
      *    COUNTS (AND IS VALUED) BY ITS UNITS ON HAND.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BOOTH-LINE        PIC X(10) VALUE SPACES.
       01 WS-TOTAL-ITEMS       PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-VALUE       PIC 9(8)V9(2) VALUE ZEROS.
       01 WS-ITEM-UNITS        PIC 9(4) VALUE ZEROS.
       01 WS-ITEM-VALUE        PIC 9(8)V9(2) VALUE ZEROS.
       COPY ITMQTY.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PRINT-FLOOR-SUMMARY.
           DISPLAY '        ON-FLOOR INVENTORY BY BOOTH'
           DISPLAY ' '
           DISPLAY 'TENANT  NAME                 BOOTH      UNITS  '
                   'FLOOR VALUE'
           PERFORM START-ITEM-SCAN
           PERFORM READ-ITEM-SKU
               VARYING FLR-IDX FROM 1 BY 1
               UNTIL FLR-IDX > WS-FLOOR-COUNT
           DISPLAY ' '
           DISPLAY 'TOTAL UNITS ON FLOOR: ' WS-TOTAL-ITEMS
                   '   TOTAL VALUE: ' WS-TOTAL-VALUE
           .
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       TALLY-AVAILABLE-ITEM.
           IF IS-IS-AVAILABLE OR IS-STATUS = SPACE
               PERFORM GET-ITEM-UNITS
               PERFORM POST-FLOOR-ENTRY
           END-IF
           PERFORM READ-ITEM-SKU
               MOVE ZEROS TO WS-FLR-ITEM-VALUE(WS-FLOOR-COUNT)
               SET FLR-IDX TO WS-FLOOR-COUNT
           END-IF
           ADD WS-ITEM-UNITS TO WS-FLR-ITEM-COUNT(FLR-IDX)
           ADD WS-ITEM-VALUE TO WS-FLR-ITEM-VALUE(FLR-IDX)
           .
      * --- UNITS STILL ON THE FLOOR FOR THIS TAG (ONE FOR A ROW FROM
      *     BEFORE UNIT COUNTS) AND WHAT THEY ARE WORTH AT THE TAG -----
       GET-ITEM-UNITS.
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE IQ-UNITS-ON-HAND TO WS-ITEM-UNITS
           COMPUTE WS-ITEM-VALUE = IS-FULL-PRICE * WS-ITEM-UNITS
           .
       SCAN-FLOOR-TABLE.
           IF WS-FLR-TENANT-ID(FLR-IDX) = IS-TENANT-ID
           DISPLAY '        ON-FLOOR ITEMS FOR TENANT '
                   WS-TARGET-TENANT
           DISPLAY ' '
           DISPLAY 'SKU          CATG  PRICE     RECEIVED  BOOTH      '
                   'UNITS'
           PERFORM START-ITEM-SCAN
           PERFORM READ-ITEM-SKU
           PERFORM LIST-ONE-AVAILABLE-ITEM
               UNTIL END-OF-ITEM-SKU
           DISPLAY ' '
           DISPLAY 'UNITS ON FLOOR: ' WS-TOTAL-ITEMS
                   '   VALUE: ' WS-TOTAL-VALUE
           .
       LIST-ONE-AVAILABLE-ITEM.
           IF IS-TENANT-ID = WS-TARGET-TENANT
                   AND (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
               PERFORM GET-ITEM-UNITS
               DISPLAY IS-SKU SPACE IS-CATEGORY SPACE
                       IS-FULL-PRICE SPACE IS-DATE-RECEIVED SPACE
                       IS-BOOTH-LOCATION SPACE WS-ITEM-UNITS
               ADD WS-ITEM-UNITS TO WS-TOTAL-ITEMS
               ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
           END-IF
           PERFORM READ-ITEM-SKU
           .
