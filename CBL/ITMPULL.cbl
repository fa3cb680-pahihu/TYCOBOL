       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMPULL.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    ITMPULL -- CONSIGNOR ITEM WITHDRAWAL.  WHEN A DEALER TAKES
      *    PIECES HOME FROM THE BOOTH, THE DEALER NUMBER IS KEYED AND
      *    EACH TAG IS KEYED OR SCANNED: THE SKU MUST BELONG TO THAT
      *    DEALER AND BE ON THE FLOOR (OR WAITING FOR PICKUP AFTER
      *    CONTRACT EXPIRY), AND GOES TO 'X' WITHDRAWN WITH TODAY'S
      *    DATE AND THE SIGNED-IN OPERATOR, SO PHYSINV STOPS LOOKING
      *    FOR IT AND ITMRPT STOPS COUNTING IT.  A PIECE ON HOLD OR ON
      *    LAYAWAY IS REFUSED -- A CUSTOMER HAS A CLAIM ON IT.  WHEN
      *    THE SESSION ENDS THE PULL SLIP LISTING EVERY ITEM TAKEN IS
      *    SPOOLED AS 'PULLSLIP' FOR THE DEALER TO SIGN, THE SAME WAY
      *    ITMENT PRINTS THE INTAKE MANIFEST.  A WHOLE BOOTH AT
      *    MOVE-OUT IS PULLED BY DTR003 THROUGH PULLALL.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SHOWN-TENANT-ID   PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-UNITS             PIC 9(4) VALUE ZEROS.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY ITMQTY.
      * --- EVERY TAG PULLED THIS SESSION IS KEPT FOR THE PULL SLIP ---
       COPY SPOOLIO.
       01 WS-SES-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-SESSION-TABLE.
          03 WS-SES-ENTRY      OCCURS 100 TIMES.
             05 WS-SES-SKU          PIC X(12).
             05 WS-SES-UNITS        PIC 9(4).
             05 WS-SES-PRICE        PIC 9(6)V9(2).
             05 WS-SES-BOOTH        PIC X(10).
             05 WS-SES-DESC         PIC X(30).
       01 WS-SES-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-SES-PRICE-SHOW    PIC ZZZ,ZZ9.99.
       01 WS-SES-UNITS-SHOW    PIC ZZZ9.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-ITEM-DESC         PIC X(30) VALUE SPACES.
       01 SC-PULLED-COUNT      PIC 9(3) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 28 VALUE 'Consignor Item Withdrawal'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Operator PIN:'.
          03 LINE 10 COLUMN 39 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-OPERATOR-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 ITMPULL-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 28 VALUE 'Consignor Item Withdrawal'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 05 VALUE 'Dealer No.'.
          03 LINE 06 COLUMN 18 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-TENANT-ID.
          03 LINE 07 COLUMN 11 VALUE 'Name'.
          03 LINE 07 COLUMN 18 PIC X(30)
                               FROM SC-NAME.
          03 LINE 09 COLUMN 07 VALUE 'Item SKU'.
          03 LINE 09 COLUMN 18 PIC X(12)
                               REVERSE-VIDEO
                               USING SC-SKU.
          03 LINE 10 COLUMN 18 PIC X(30)
                               FROM SC-ITEM-DESC.
          03 LINE 12 COLUMN 04 VALUE 'Pulled So Far'.
          03 LINE 12 COLUMN 18 PIC ZZ9
                               FROM SC-PULLED-COUNT.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Finish and Print Slip'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM RUN-WITHDRAWAL-SCREEN
               IF WS-SES-COUNT > ZEROS
                   PERFORM PRINT-PULL-SLIP
               END-IF
           END-IF
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS ITMENT'S: WHOEVER SIGNS IN IS
      *     STAMPED ON EVERY ITEM THE SESSION WITHDRAWS ---------------
       GET-OPERATOR-PIN.
           SET OPERATOR-NOT-SIGNED-IN TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-OPERATOR-PIN
               UNTIL OPERATOR-SIGNED-IN OR F1-PRESSED
           .
       ACCEPT-OPERATOR-PIN.
           MOVE SPACES TO SC-OPERATOR-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE SC-OPERATOR-PIN TO OP-PIN-INPUT
               CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
               IF OP-IS-VALID
                   SET OPERATOR-SIGNED-IN TO TRUE
                   MOVE OP-INITIALS-OUT TO WS-OPERATOR-INITIALS
               ELSE
                   MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                       TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-WITHDRAWAL-SCREEN.
           OPEN INPUT TENANT-MASTER
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO WITHDRAW'
               CLOSE TENANT-MASTER
               EXIT PARAGRAPH
           END-IF
           PERFORM PULL-ONE-ITEM UNTIL F1-PRESSED
           CLOSE ITEM-SKU
           CLOSE TENANT-MASTER
           .
      * --- ONE SLIP IS ONE DEALER'S SIGNATURE, SO ONCE A TAG HAS BEEN
      *     PULLED THE DEALER NUMBER STAYS PUT UNTIL F1 ---------------
       PULL-ONE-ITEM.
           DISPLAY ITMPULL-SCREEN
           ACCEPT ITMPULL-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN SC-TENANT-ID NOT = WS-SHOWN-TENANT-ID
                       AND WS-SES-COUNT > ZEROS
                   MOVE WS-SHOWN-TENANT-ID TO SC-TENANT-ID
                   MOVE 'ONE DEALER PER SLIP -- F1 TO FINISH'
                       TO SC-MESSAGE
               WHEN SC-TENANT-ID NOT = WS-SHOWN-TENANT-ID
                   PERFORM LOOKUP-DEALER
                   IF SC-NAME NOT = SPACES AND SC-SKU NOT = SPACES
                       PERFORM WITHDRAW-ITEM
                   END-IF
               WHEN SC-NAME = SPACES
                   MOVE 'DEALER NOT ON FILE' TO SC-MESSAGE
               WHEN SC-SKU = SPACES
                   MOVE 'KEY OR SCAN THE ITEM SKU' TO SC-MESSAGE
               WHEN OTHER
                   PERFORM WITHDRAW-ITEM
           END-EVALUATE
           .
      * --- DEALER ZERO IS THE HOUSE, FOR THE SHOP'S OWN STOCK -------
       LOOKUP-DEALER.
           MOVE SPACES TO SC-NAME
           MOVE SC-TENANT-ID TO WS-SHOWN-TENANT-ID
           IF SC-TENANT-ID = ZEROS
               MOVE 'HOUSE (SHOP-OWNED)' TO SC-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               STRING TM-FIRST DELIMITED BY SPACE
                      ' ' TM-LAST-NAME DELIMITED BY SIZE
                      INTO SC-NAME
           ELSE
               MOVE 'DEALER NOT ON FILE' TO SC-MESSAGE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE WHOLE TAG GOES HOME: EVERY UNIT STILL ON THE FLOOR.
      *     UNITS ALREADY ON LAYAWAY STAY, AND ITMQTY LEAVES SUCH A
      *     TAG AT 'L' ---------------------------------------------
       WITHDRAW-ITEM.
           MOVE SPACES TO SC-ITEM-DESC
           MOVE SC-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-IS-STATUS NOT = '00'
                   MOVE 'SKU NOT ON FILE' TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN IS-TENANT-ID NOT = SC-TENANT-ID
                   MOVE 'ITEM BELONGS TO ANOTHER CONSIGNOR'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN IS-IS-ON-HOLD
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   MOVE 'ITEM IS ON HOLD -- RELEASE IT IN ITMHOLD'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN IS-IS-ON-LAYAWAY
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   MOVE 'ITEM IS ON LAYAWAY -- CANNOT BE PULLED'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN IS-IS-WITHDRAWN
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   MOVE 'ITEM WAS ALREADY WITHDRAWN' TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN NOT (IS-IS-AVAILABLE OR IS-STATUS = SPACE
                         OR IS-IS-PENDING-PICKUP)
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   MOVE 'ITEM IS NOT ON THE FLOOR -- NOT PULLED'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE IS-DESCRIPTION TO SC-ITEM-DESC
           IF WS-SES-COUNT NOT < 100
               MOVE 'SLIP IS FULL -- F1, THEN START A NEW ONE'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE IQ-UNITS-ON-HAND TO WS-UNITS
           SET IQ-WITHDRAW-ALL TO TRUE
           MOVE WS-TODAY-CCYYMMDD TO IQ-SALE-DATE
           MOVE ZEROS           TO IQ-RECEIPT-NO
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           IF IQ-NOT-DONE
               MOVE IQ-MESSAGE TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF IS-IS-WITHDRAWN
               MOVE WS-OPERATOR-INITIALS TO IS-WITHDRAWN-BY
           END-IF
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE ITEM' TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'ITMPULL' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   PERFORM REMEMBER-PULLED-ITEM
                   IF IS-IS-ON-LAYAWAY
                       MOVE 'PULLED -- LAYAWAY UNITS STAY IN THE SHOP'
                           TO SC-MESSAGE
                   ELSE
                       MOVE 'ITEM WITHDRAWN' TO SC-MESSAGE
                   END-IF
           END-REWRITE
           MOVE SPACES TO SC-SKU
           .
       REMEMBER-PULLED-ITEM.
           ADD 1 TO WS-SES-COUNT
           MOVE WS-SES-COUNT      TO SC-PULLED-COUNT
           MOVE IS-SKU            TO WS-SES-SKU(WS-SES-COUNT)
           MOVE WS-UNITS          TO WS-SES-UNITS(WS-SES-COUNT)
           MOVE IS-FULL-PRICE     TO WS-SES-PRICE(WS-SES-COUNT)
           MOVE IS-BOOTH-LOCATION TO WS-SES-BOOTH(WS-SES-COUNT)
           MOVE IS-DESCRIPTION    TO WS-SES-DESC(WS-SES-COUNT)
           .
      *-----------------------------------------------------------------
      * --- THE SLIP THE DEALER SIGNS BEFORE WALKING OUT WITH THE
      *     PIECES, SPOOLED SO IT CAN BE REPRINTED FROM SPOOLVW WHEN
      *     "I NEVER TOOK THAT" COMES UP AT SETTLEMENT TIME -----------
       PRINT-PULL-SLIP.
           SET SP-OP-OPEN TO TRUE
           MOVE 'PULLSLIP' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - CONSIGNOR PULL SLIP'
               TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONSIGNOR: ' SC-TENANT-ID ' ' SC-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATE PULLED: ' DF-MMDDYYYY
               '   SIGNED OUT BY: ' WS-OPERATOR-INITIALS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'SKU          UNITS  PRICE     BOOTH      DESCRIPTION'
               TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           PERFORM PRINT-ONE-SLIP-LINE
               VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ITEMS PULLED THIS SESSION: ' WS-SES-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'I HAVE TAKEN BACK THE ITEMS LISTED ABOVE.'
               TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'CONSIGNOR SIGNATURE: ______________________________'
               TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-SLIP-LINE.
           MOVE WS-SES-PRICE(WS-SES-IDX) TO WS-SES-PRICE-SHOW
           MOVE WS-SES-UNITS(WS-SES-IDX) TO WS-SES-UNITS-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SES-SKU(WS-SES-IDX) ' '
               WS-SES-UNITS-SHOW '   '
               WS-SES-PRICE-SHOW ' '
               WS-SES-BOOTH(WS-SES-IDX) ' '
               WS-SES-DESC(WS-SES-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           .
       EMIT-SLIP-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
