       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMQTY.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    ITMQTY -- UNIT-COUNT KEEPER FOR ONE ITEM-SKU ROW.  A TAG
      *    CAN STAND FOR SEVERAL IDENTICAL PIECES, SO THE REGISTER,
      *    LAYAWAY, AND VOID PROGRAMS MOVE ONE UNIT AT A TIME THROUGH
      *    HERE INSTEAD OF FLIPPING IS-STATUS THEMSELVES.  THE STATUS
      *    IS WORKED OUT FROM THE COUNTS AFTERWARDS: ANY UNIT ON THE
      *    FLOOR KEEPS THE TAG AVAILABLE, UNITS ONLY ON LAYAWAY MAKE
      *    IT 'L', AND IT GOES TO 'S' WHEN THE LAST UNIT LEAVES.  ROWS
      *    FROM BEFORE UNIT COUNTS ARE TAKEN AS ONE PIECE.  THE CALLER
      *    OWNS THE FILE AND DOES THE REWRITE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       COPY ITMQTY.
       COPY ITEMSKU.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ITEM-QTY-PARAMS ITEM-SKU-RECORD.
       MOVE-ONE-UNIT.
           SET IQ-IS-DONE TO TRUE
           MOVE SPACES TO IQ-MESSAGE
           PERFORM NORMALIZE-UNIT-COUNTS
           EVALUATE TRUE
               WHEN IQ-SELL-ONE
                   PERFORM SELL-ONE-UNIT
               WHEN IQ-RETURN-ONE
                   PERFORM RETURN-ONE-UNIT
               WHEN IQ-RESERVE-ONE
                   PERFORM RESERVE-ONE-UNIT
               WHEN IQ-RELEASE-ONE
                   PERFORM RELEASE-ONE-UNIT
               WHEN IQ-DELIVER-ONE
                   PERFORM DELIVER-ONE-UNIT
               WHEN IQ-QUERY-UNITS
                   CONTINUE
               WHEN IQ-WITHDRAW-ALL
                   PERFORM WITHDRAW-ALL-UNITS
               WHEN OTHER
                   SET IQ-NOT-DONE TO TRUE
                   MOVE 'UNKNOWN UNIT ACTION' TO IQ-MESSAGE
           END-EVALUATE
           IF IQ-IS-DONE AND NOT IQ-QUERY-UNITS
                   AND NOT IQ-WITHDRAW-ALL
               PERFORM SET-STATUS-FROM-UNITS
           END-IF
           MOVE IS-QTY-ON-HAND TO IQ-UNITS-ON-HAND
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- A ROW WITH NO RECEIVED COUNT WAS TAGGED AS ONE PIECE: THE
      *     PIECE IS ON HAND WHILE IT IS STILL ON THE PREMISES OR OUT
      *     AT A SHOW, ON LAYAWAY WHILE IT IS 'L', AND GONE OTHERWISE --
       NORMALIZE-UNIT-COUNTS.
           IF IS-QTY-RECEIVED NOT NUMERIC OR IS-QTY-RECEIVED = ZEROS
               MOVE 1 TO IS-QTY-RECEIVED
               MOVE ZEROS TO IS-QTY-ON-HAND IS-QTY-RESERVED
               IF IS-IS-AVAILABLE OR IS-STATUS = SPACE
                       OR IS-IS-ON-HOLD OR IS-IS-PENDING-PICKUP
                       OR IS-IS-AT-SHOW
                   MOVE 1 TO IS-QTY-ON-HAND
               END-IF
               IF IS-IS-ON-LAYAWAY
                   MOVE 1 TO IS-QTY-RESERVED
               END-IF
           END-IF
           IF IS-QTY-ON-HAND NOT NUMERIC
               MOVE ZEROS TO IS-QTY-ON-HAND
           END-IF
           IF IS-QTY-RESERVED NOT NUMERIC
               MOVE ZEROS TO IS-QTY-RESERVED
           END-IF
           .
      *-----------------------------------------------------------------
       SELL-ONE-UNIT.
           IF IS-QTY-ON-HAND = ZEROS
               SET IQ-NOT-DONE TO TRUE
               MOVE 'NO UNITS LEFT ON HAND FOR THIS SKU'
                   TO IQ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM IS-QTY-ON-HAND
           MOVE IQ-SALE-DATE  TO IS-SOLD-DATE
           MOVE IQ-RECEIPT-NO TO IS-LEDGER-REF
           .
      * --- A RETURNED UNIT GOES BACK ON THE FLOOR.  A RETURN OF MORE
      *     THAN WAS EVER RECEIVED (A MIS-TAGGED PIECE) RAISES THE
      *     RECEIVED COUNT SO THE NUMBERS STILL ADD UP ----------------
       RETURN-ONE-UNIT.
           ADD 1 TO IS-QTY-ON-HAND
           IF IS-QTY-ON-HAND + IS-QTY-RESERVED > IS-QTY-RECEIVED
               COMPUTE IS-QTY-RECEIVED =
                   IS-QTY-ON-HAND + IS-QTY-RESERVED
           END-IF
           IF IS-QTY-ON-HAND + IS-QTY-RESERVED = IS-QTY-RECEIVED
               MOVE ZEROS TO IS-SOLD-DATE IS-LEDGER-REF
           END-IF
           .
       RESERVE-ONE-UNIT.
           IF IS-QTY-ON-HAND = ZEROS
               SET IQ-NOT-DONE TO TRUE
               MOVE 'NO UNITS LEFT ON HAND FOR THIS SKU'
                   TO IQ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM IS-QTY-ON-HAND
           ADD 1 TO IS-QTY-RESERVED
           .
       RELEASE-ONE-UNIT.
           IF IS-QTY-RESERVED = ZEROS
               SET IQ-NOT-DONE TO TRUE
               MOVE 'NO UNITS ON LAYAWAY FOR THIS SKU' TO IQ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM IS-QTY-RESERVED
           ADD 1 TO IS-QTY-ON-HAND
           .
       DELIVER-ONE-UNIT.
           IF IS-QTY-RESERVED = ZEROS
               SET IQ-NOT-DONE TO TRUE
               MOVE 'NO UNITS ON LAYAWAY FOR THIS SKU' TO IQ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM IS-QTY-RESERVED
           MOVE IQ-SALE-DATE  TO IS-SOLD-DATE
           MOVE IQ-RECEIPT-NO TO IS-LEDGER-REF
           .
      * --- THE CONSIGNOR TAKES HOME EVERY UNIT STILL ON THE FLOOR.
      *     UNITS A CUSTOMER HAS ON LAYAWAY STAY IN THE SHOP, SO SUCH
      *     A TAG GOES TO 'L' INSTEAD OF 'X' ---------------------------
       WITHDRAW-ALL-UNITS.
           IF IS-QTY-ON-HAND = ZEROS
               SET IQ-NOT-DONE TO TRUE
               MOVE 'NO UNITS ON THE FLOOR TO PULL' TO IQ-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO IS-QTY-ON-HAND
           IF IS-QTY-RESERVED > ZEROS
               SET IS-IS-ON-LAYAWAY TO TRUE
           ELSE
               SET IS-IS-WITHDRAWN TO TRUE
               MOVE IQ-SALE-DATE TO IS-SOLD-DATE
               MOVE ZEROS        TO IS-LEDGER-REF
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A HOLD, PICKUP OR AT-SHOW STATUS IS LEFT ALONE WHILE UNITS
      *     ARE STILL ON HAND; ONLY THE SELLING STATES ARE RE-DERIVED --
       SET-STATUS-FROM-UNITS.
           EVALUATE TRUE
               WHEN IS-QTY-ON-HAND > ZEROS
                   IF IS-IS-SOLD OR IS-IS-ON-LAYAWAY
                           OR IS-STATUS = SPACE
                       SET IS-IS-AVAILABLE TO TRUE
                   END-IF
               WHEN IS-QTY-RESERVED > ZEROS
                   SET IS-IS-ON-LAYAWAY TO TRUE
               WHEN OTHER
                   SET IS-IS-SOLD TO TRUE
           END-EVALUATE
           .
