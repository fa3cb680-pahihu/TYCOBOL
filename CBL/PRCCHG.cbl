       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCCHG.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    PRCCHG -- DEALER-REQUESTED PRICE CHANGES.
      *      "GNUMAIN PRCCHG"               PRICE-CHANGE ENTRY SCREEN
      *                                     BEHIND THE OPERATOR PIN:
      *                                     THE DEALER NUMBER MUST
      *                                     OWN THE SKU, THE NEW TAG
      *                                     PRICE (UP OR DOWN) GOES
      *                                     ONTO ITEMSKU, A ROW GOES
      *                                     TO THE MDHIST PRICE
      *                                     HISTORY STAMPED WITH THE
      *                                     OPERATOR, AND THE SKU IS
      *                                     QUEUED ON TAGQUE FOR
      *                                     "TAGPRT QUEUE" TO REPRINT
      *      "GNUMAIN PRCCHG HISTORY <SKU>" PRICE HISTORY OF ONE SKU:
      *                                     INTAKE PRICE, EVERY
      *                                     MARKDOWN, AND EVERY
      *                                     DEALER CHANGE IN DATE
      *                                     ORDER
      *    THE NEW PRICE REPLACES THE CURRENT TAG PRICE THE SAME WAY
      *    A MARKDOWN DOES; IS-MARKDOWN-PCT IS LEFT ALONE SO THE AGING
      *    SCHEDULE CARRIES ON FROM THE DEALER'S PRICE INSTEAD OF
      *    STARTING OVER.
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
           SELECT MARKDOWN-HISTORY
               ASSIGN TO 'MDHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.
           SELECT TAG-QUEUE
               ASSIGN TO 'TAGQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TQ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  MARKDOWN-HISTORY.
       COPY MDHIST.
       FD  TAG-QUEUE.
       COPY TAGQUE.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-MH-STATUS         PIC XX VALUE '00'.
       01 WS-TQ-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-HISTORY           VALUE 'HISTORY'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-ITEM-SW        PIC 9 VALUE 0.
             88 ITEM-CAN-BE-REPRICED   VALUE 1.
             88 ITEM-CANNOT-BE-REPRICED VALUE 0.
          03 WS-MH-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-PRICE-HISTORY   VALUE 1.
          03 WS-INTAKE-SW      PIC 9 VALUE 0.
             88 INTAKE-PRICE-FOUND     VALUE 1.
             88 INTAKE-PRICE-NOT-FOUND VALUE 0.
       01 WS-SHOWN-TENANT-ID   PIC 9(6) VALUE ZEROS.
       01 WS-SHOWN-SKU         PIC X(12) VALUE SPACES.
       01 WS-ITEM-MESSAGE      PIC X(40) VALUE SPACES.
       01 WS-OLD-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-CHANGE-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-TARGET-SKU        PIC X(12) VALUE SPACES.
       01 WS-INTAKE-PRICE      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-HISTORY-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-EDIT-OLD-PRICE    PIC ZZZ,ZZ9.99.
       01 WS-EDIT-NEW-PRICE    PIC ZZZ,ZZ9.99.
       01 WS-EVENT-TEXT        PIC X(14) VALUE SPACES.
       COPY DATEFMT.
       COPY OPERPIN.
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
       01 SC-OLD-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-NEW-PRICE         PIC 9(6)V9(2) VALUE ZEROS.
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
          03 LINE 02 COLUMN 30 VALUE 'Dealer Price Change'
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
       01 PRCCHG-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 30 VALUE 'Dealer Price Change'
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
          03 LINE 12 COLUMN 04 VALUE 'Tag Price Now'.
          03 LINE 12 COLUMN 18 PIC ZZZ,ZZZ.9(2)
                               FROM SC-OLD-PRICE.
          03 LINE 13 COLUMN 08 VALUE 'New Price'.
          03 LINE 13 COLUMN 18 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-NEW-PRICE.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-HISTORY
               IF ARGC >= 2
                   MOVE ARGV(2) TO WS-TARGET-SKU
                   PERFORM PRINT-PRICE-HISTORY
               ELSE
                   DISPLAY 'USE: PRCCHG HISTORY <SKU>'
                   MOVE 1 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM RUN-PRICE-CHANGE-SCREEN
           END-IF
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS ITMENT'S: WHOEVER SIGNS IN IS
      *     STAMPED ON EVERY PRICE-HISTORY ROW THE SESSION WRITES ------
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
       RUN-PRICE-CHANGE-SCREEN.
           OPEN INPUT TENANT-MASTER
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO REPRICE'
               CLOSE TENANT-MASTER
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-HISTORY-FILES
           PERFORM CHANGE-ONE-PRICE UNTIL F1-PRESSED
           CLOSE TAG-QUEUE
           CLOSE MARKDOWN-HISTORY
           CLOSE ITEM-SKU
           CLOSE TENANT-MASTER
           IF WS-CHANGE-COUNT > ZEROS
               DISPLAY 'PRICES CHANGED: ' WS-CHANGE-COUNT
                       ' -- RUN "TAGPRT QUEUE" FOR THE NEW TAGS'
           END-IF
           .
       OPEN-HISTORY-FILES.
           OPEN EXTEND MARKDOWN-HISTORY
           IF WS-MH-STATUS = '05' OR WS-MH-STATUS = '35'
               OPEN OUTPUT MARKDOWN-HISTORY
               CLOSE MARKDOWN-HISTORY
               OPEN EXTEND MARKDOWN-HISTORY
           END-IF
           OPEN EXTEND TAG-QUEUE
           IF WS-TQ-STATUS = '05' OR WS-TQ-STATUS = '35'
               OPEN OUTPUT TAG-QUEUE
               CLOSE TAG-QUEUE
               OPEN EXTEND TAG-QUEUE
           END-IF
           .
      * --- THE DEALER STAYS ON THE SCREEN BETWEEN ITEMS, SO "DROP
      *     THIS ONE, RAISE THAT ONE" IS ONE SKU AFTER ANOTHER ---------
       CHANGE-ONE-PRICE.
           MOVE SPACES TO SC-SKU SC-ITEM-DESC WS-SHOWN-SKU
           MOVE ZEROS TO SC-OLD-PRICE SC-NEW-PRICE
           SET ITEM-CANNOT-BE-REPRICED TO TRUE
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-PRICE-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-PRICE-CHANGE
           END-IF
           .
      * --- F2, A NEW DEALER NUMBER, OR A NEW SKU ONLY LOOKS UP AND
      *     SHOWS WHAT IS ON FILE; ENTER AGAIN ON WHAT IS SHOWN SAVES --
       ACCEPT-PRICE-ENTRY.
           DISPLAY PRCCHG-SCREEN
           ACCEPT PRCCHG-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-DEALER
                   PERFORM LOOKUP-PRICED-ITEM
               WHEN SC-TENANT-ID NOT = WS-SHOWN-TENANT-ID
                   PERFORM LOOKUP-DEALER
                   PERFORM LOOKUP-PRICED-ITEM
               WHEN SC-SKU NOT = WS-SHOWN-SKU
                   PERFORM LOOKUP-PRICED-ITEM
               WHEN OTHER
                   PERFORM VALIDATE-PRICE-CHANGE
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
      * --- ONLY A TAG STILL ON THE FLOOR (OR BEHIND THE COUNTER ON A
      *     HOLD) CAN BE REPRICED, AND ONLY BY THE DEALER WHO OWNS IT.
      *     A LAYAWAY PIECE KEEPS THE PRICE THE CUSTOMER IS PAYING ----
       LOOKUP-PRICED-ITEM.
           MOVE SPACES TO SC-ITEM-DESC WS-ITEM-MESSAGE
           MOVE ZEROS TO SC-OLD-PRICE
           SET ITEM-CANNOT-BE-REPRICED TO TRUE
           MOVE SC-SKU TO WS-SHOWN-SKU
           IF SC-SKU = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SC-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-IS-STATUS NOT = '00'
                   MOVE 'SKU NOT ON FILE' TO WS-ITEM-MESSAGE
               WHEN IS-TENANT-ID NOT = SC-TENANT-ID
                   MOVE 'ITEM BELONGS TO ANOTHER CONSIGNOR'
                       TO WS-ITEM-MESSAGE
               WHEN NOT (IS-IS-AVAILABLE OR IS-STATUS = SPACE
                         OR IS-IS-ON-HOLD)
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   MOVE 'ITEM IS NOT ON THE FLOOR -- NO CHANGE'
                       TO WS-ITEM-MESSAGE
               WHEN OTHER
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   MOVE IS-FULL-PRICE  TO SC-OLD-PRICE
                   SET ITEM-CAN-BE-REPRICED TO TRUE
           END-EVALUATE
           IF WS-ITEM-MESSAGE NOT = SPACES
               MOVE WS-ITEM-MESSAGE TO SC-MESSAGE
           END-IF
           .
       VALIDATE-PRICE-CHANGE.
           EVALUATE TRUE
               WHEN SC-NAME = SPACES
                   MOVE 'DEALER NOT ON FILE' TO SC-MESSAGE
               WHEN SC-SKU = SPACES
                   MOVE 'KEY THE ITEM SKU' TO SC-MESSAGE
               WHEN ITEM-CANNOT-BE-REPRICED
                   MOVE WS-ITEM-MESSAGE TO SC-MESSAGE
               WHEN SC-NEW-PRICE = ZEROS
                   MOVE 'KEY THE NEW PRICE' TO SC-MESSAGE
               WHEN SC-NEW-PRICE = SC-OLD-PRICE
                   MOVE 'NEW PRICE IS THE SAME AS THE TAG'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- THE ROW IS READ AGAIN AT SAVE TIME SO THE HISTORY SHOWS THE
      *     PRICE ACTUALLY REPLACED, EVEN IF THE MARKDOWN BATCH RAN
      *     WHILE THE SCREEN WAS UP -----------------------------------
       SAVE-PRICE-CHANGE.
           MOVE SC-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
                   OR IS-TENANT-ID NOT = SC-TENANT-ID
               MOVE 'SKU NOT ON FILE FOR THIS DEALER' TO SC-MESSAGE
               DISPLAY PRCCHG-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           MOVE IS-FULL-PRICE TO WS-OLD-PRICE
           MOVE SC-NEW-PRICE  TO IS-FULL-PRICE
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE ITEM' TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'PRCCHG' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   PERFORM APPEND-PRICE-HISTORY
                   PERFORM APPEND-TAG-QUEUE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'PRICE CHANGED -- TAG QUEUED FOR REPRINT'
                       TO SC-MESSAGE
           END-REWRITE
           DISPLAY PRCCHG-SCREEN
           .
       APPEND-PRICE-HISTORY.
           MOVE DF-MMDDYYYY          TO MH-DATE
           MOVE IS-SKU               TO MH-SKU
           MOVE IS-TENANT-ID         TO MH-TENANT-ID
           MOVE WS-OLD-PRICE         TO MH-OLD-PRICE
           MOVE IS-FULL-PRICE        TO MH-NEW-PRICE
           MOVE ZEROS                TO MH-PCT-OFF
           SET MH-BY-DEALER          TO TRUE
           MOVE WS-OPERATOR-INITIALS TO MH-OPERATOR-ID
           WRITE MARKDOWN-HISTORY-RECORD
           .
       APPEND-TAG-QUEUE.
           MOVE IS-SKU               TO TQ-SKU
           MOVE DF-MMDDYYYY          TO TQ-DATE-QUEUED
           MOVE 'PRCCHG'             TO TQ-PROGRAM
           MOVE WS-OPERATOR-INITIALS TO TQ-OPERATOR-ID
           WRITE TAG-QUEUE-RECORD
           .
      *-----------------------------------------------------------------
      * --- PRICE HISTORY OF ONE SKU.  MDHIST IS APPENDED AS CHANGES
      *     HAPPEN, SO FILE ORDER IS DATE ORDER.  THE INTAKE PRICE IS
      *     THE PRICE THE FIRST CHANGE REPLACED, OR THE TAG PRICE ITSELF
      *     WHEN THE ITEM HAS NEVER BEEN REPRICED ----------------------
       PRINT-PRICE-HISTORY.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '35'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO SHOW'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'SKU ' WS-TARGET-SKU ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               CLOSE ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           DISPLAY '        PRICE HISTORY FOR SKU ' IS-SKU
           DISPLAY ' '
           DISPLAY 'ITEM:   ' IS-DESCRIPTION
           DISPLAY 'TENANT: ' IS-TENANT-ID
           DISPLAY ' '
           PERFORM FIND-INTAKE-PRICE
           DISPLAY 'DATE     EVENT           OLD PRICE  NEW PRICE  BY'
           MOVE WS-INTAKE-PRICE TO WS-EDIT-NEW-PRICE
           DISPLAY IS-DATE-RECEIVED ' INTAKE         '
                   '           ' WS-EDIT-NEW-PRICE
           SET WS-MH-EOF-SW TO 0
           OPEN INPUT MARKDOWN-HISTORY
           IF WS-MH-STATUS = '00'
               PERFORM READ-PRICE-HISTORY
               PERFORM SHOW-ONE-PRICE-EVENT
                   UNTIL END-OF-PRICE-HISTORY
               CLOSE MARKDOWN-HISTORY
           END-IF
           MOVE IS-FULL-PRICE TO WS-EDIT-NEW-PRICE
           DISPLAY ' '
           DISPLAY 'PRICE CHANGES: ' WS-HISTORY-COUNT
                   '   TAG PRICE NOW: ' WS-EDIT-NEW-PRICE
           CLOSE ITEM-SKU
           .
       FIND-INTAKE-PRICE.
           MOVE IS-FULL-PRICE TO WS-INTAKE-PRICE
           SET INTAKE-PRICE-NOT-FOUND TO TRUE
           SET WS-MH-EOF-SW TO 0
           OPEN INPUT MARKDOWN-HISTORY
           IF WS-MH-STATUS = '00'
               PERFORM READ-PRICE-HISTORY
               PERFORM CHECK-FIRST-PRICE-EVENT
                   UNTIL END-OF-PRICE-HISTORY OR INTAKE-PRICE-FOUND
               CLOSE MARKDOWN-HISTORY
           END-IF
           .
       READ-PRICE-HISTORY.
           READ MARKDOWN-HISTORY NEXT RECORD
               AT END
                   SET END-OF-PRICE-HISTORY TO TRUE
           END-READ
           .
       CHECK-FIRST-PRICE-EVENT.
           IF MH-SKU = IS-SKU
               MOVE MH-OLD-PRICE TO WS-INTAKE-PRICE
               SET INTAKE-PRICE-FOUND TO TRUE
           ELSE
               PERFORM READ-PRICE-HISTORY
           END-IF
           .
       SHOW-ONE-PRICE-EVENT.
           IF MH-SKU = IS-SKU
               ADD 1 TO WS-HISTORY-COUNT
               MOVE SPACES TO WS-EVENT-TEXT
               IF MH-BY-DEALER
                   MOVE 'DEALER CHANGE' TO WS-EVENT-TEXT
               ELSE
                   STRING 'MARKDOWN ' MH-PCT-OFF '%'
                       DELIMITED BY SIZE INTO WS-EVENT-TEXT
               END-IF
               MOVE MH-OLD-PRICE TO WS-EDIT-OLD-PRICE
               MOVE MH-NEW-PRICE TO WS-EDIT-NEW-PRICE
               DISPLAY MH-DATE ' ' WS-EVENT-TEXT ' '
                       WS-EDIT-OLD-PRICE '   ' WS-EDIT-NEW-PRICE
                       '   ' MH-OPERATOR-ID
           END-IF
           PERFORM READ-PRICE-HISTORY
           .
