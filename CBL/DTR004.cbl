               ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT DISCOUNT-EXCEPTION-FILE
               ASSIGN TO 'DISCEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY SALELEDG.
       FD  WRITE-OFF-REGISTER.
       COPY WRITEOFF.
       FD  DISCOUNT-EXCEPTION-FILE.
       COPY DISCEXC.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       WORKING-STORAGE SECTION.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-WO-EOF-SW         PIC 9 VALUE 0.
          03 WS-WO-MM          PIC 9(2).
          03 WS-WO-DD          PIC 9(2).
          03 WS-WO-YYYY        PIC 9(4).
       01 WS-WO-CCYYMMDD       PIC 9(8) VALUE ZEROS.
       01 WS-DX-CCYYMMDD       PIC 9(8) VALUE ZEROS.
       01 WS-WRITEOFF-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-DX-STATUS         PIC XX VALUE '00'.
       01 WS-DX-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-DISC-EXCEPTIONS    VALUE 1.
       01 WS-DISC-EXCEPTION-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-IS-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-ITEM-SKU           VALUE 1.
       01 WS-ON-HAND-TAGS      PIC 9(5) VALUE ZEROS.
       01 WS-ON-HAND-UNITS     PIC 9(6) VALUE ZEROS.
       COPY ITMQTY.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
       01 WS-TARGET-TENANT     PIC 9(6) VALUE ZEROS.
       01 WS-START-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-END-DATE          PIC 9(8) VALUE 99999999.
       01 WS-TODAY             PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-DUE-DATE.
           PERFORM PRINT-STATEMENT-HEADER
           PERFORM PRINT-SOLD-ITEMS
           PERFORM PRINT-WRITE-OFFS
           PERFORM PRINT-DISCOUNT-EXCEPTIONS
           PERFORM PRINT-ITEMS-ON-HAND
           PERFORM PRINT-STATEMENT-TOTALS
           GOBACK
           .
           .
       SHOW-ONE-WRITEOFF.
           MOVE WO-DATE TO WS-WO-DT
           COMPUTE WS-WO-CCYYMMDD =
               WS-WO-YYYY * 10000 + WS-WO-MM * 100 + WS-WO-DD
           IF WO-TENANT-ID = WS-TARGET-TENANT
                   AND WS-WO-CCYYMMDD >= WS-START-DATE
                   AND WS-WO-CCYYMMDD <= WS-END-DATE
               IF WS-WRITEOFF-COUNT = ZEROS
                   DISPLAY ' '
                   DISPLAY 'ITEMS WRITTEN OFF (B=BROKE T=THEFT '
           PERFORM READ-WRITEOFF-ROW
           .
      *-----------------------------------------------------------------
      * --- EVERY SALE THE CLERK DISCOUNTED PAST THE CONSIGNOR'S
      *     STANDING LIMIT, WITH WHO APPROVED IT, SO THE DEALER SEES
      *     EACH PHONE OK THEY GAVE IN WRITING ------------------------
       PRINT-DISCOUNT-EXCEPTIONS.
           OPEN INPUT DISCOUNT-EXCEPTION-FILE
           IF WS-DX-STATUS = '00'
               PERFORM READ-DISC-EXCEPTION-ROW
               PERFORM SHOW-ONE-DISC-EXCEPTION
                   UNTIL END-OF-DISC-EXCEPTIONS
               CLOSE DISCOUNT-EXCEPTION-FILE
               IF WS-DISC-EXCEPTION-COUNT > ZEROS
                   DISPLAY 'DISCOUNTS OVER YOUR LIMIT THIS PERIOD: '
                           WS-DISC-EXCEPTION-COUNT
               END-IF
           END-IF
           .
       READ-DISC-EXCEPTION-ROW.
           READ DISCOUNT-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET END-OF-DISC-EXCEPTIONS TO TRUE
           END-READ
           .
       SHOW-ONE-DISC-EXCEPTION.
           COMPUTE WS-DX-CCYYMMDD = 20000000 + DX-DATE-OF-SALE
           IF DX-TENANT-ID = WS-TARGET-TENANT
                   AND WS-DX-CCYYMMDD >= WS-START-DATE
                   AND WS-DX-CCYYMMDD <= WS-END-DATE
               IF WS-DISC-EXCEPTION-COUNT = ZEROS
                   DISPLAY ' '
                   DISPLAY 'DISCOUNTS OVER YOUR STANDING LIMIT '
                           '(DATE RECEIPT SKU TAG LIMIT% GIVEN% '
                           'SOLD OK BY)'
               END-IF
               ADD 1 TO WS-DISC-EXCEPTION-COUNT
               DISPLAY DX-DATE-OF-SALE SPACE DX-RECEIPT-NO SPACE
                       DX-SKU SPACE DX-FULL-PRICE SPACE
                       DX-LIMIT-PCT SPACE DX-GIVEN-PCT SPACE
                       DX-SALE-PRICE SPACE DX-APPROVED-BY
           END-IF
           PERFORM READ-DISC-EXCEPTION-ROW
           .
      *-----------------------------------------------------------------
      * --- WHAT IS STILL ON THE FLOOR FOR THE CONSIGNOR AS OF THE
      *     RUN, IN UNITS, SO A TAG COVERING A DOZEN TUMBLERS SHOWS
      *     HOW MANY ARE LEFT ------------------------------------------
       PRINT-ITEMS-ON-HAND.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '00'
               MOVE SPACES TO IS-SKU
               START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
                   INVALID KEY
                       SET END-OF-ITEM-SKU TO TRUE
               END-START
               PERFORM READ-ITEM-SKU
               PERFORM SHOW-ONE-ITEM-ON-HAND UNTIL END-OF-ITEM-SKU
               CLOSE ITEM-SKU
               IF WS-ON-HAND-TAGS > ZEROS
                   DISPLAY 'UNITS STILL ON THE FLOOR: '
                           WS-ON-HAND-UNITS
               END-IF
           END-IF
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
       SHOW-ONE-ITEM-ON-HAND.
           IF IS-TENANT-ID = WS-TARGET-TENANT
                   AND (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
               SET IQ-QUERY-UNITS TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
               IF WS-ON-HAND-TAGS = ZEROS
                   DISPLAY ' '
                   DISPLAY 'ITEMS ON HAND (SKU DESCRIPTION '
                           'PRICE UNITS)'
               END-IF
               ADD 1 TO WS-ON-HAND-TAGS
               ADD IQ-UNITS-ON-HAND TO WS-ON-HAND-UNITS
               DISPLAY IS-SKU SPACE IS-DESCRIPTION SPACE
                       IS-FULL-PRICE SPACE IQ-UNITS-ON-HAND
           END-IF
           PERFORM READ-ITEM-SKU
           .
      * --- DATES ARE CCYYMMDD; A SIX-DIGIT YYMMDD IS TAKEN AS THIS
      *     CENTURY ---------------------------------------------------
       GET-STATEMENT-ARGS.
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-TENANT
           END-IF
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-START-DATE
               IF WS-START-DATE < 1000000
                   ADD 20000000 TO WS-START-DATE
               END-IF
           END-IF
           IF ARGC > 2
               MOVE FUNCTION NUMVAL(ARGV(3)) TO WS-END-DATE
               IF WS-END-DATE < 1000000
                   ADD 20000000 TO WS-END-DATE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
