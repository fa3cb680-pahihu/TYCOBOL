       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPDESK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SHIPDESK -- SHIPPING DESK FOR SHIP-TO SALES.
      *      "GNUMAIN SHIPDESK"       SCREEN, BEHIND THE OPERATOR PIN:
      *                               KEY THE RECEIPT NUMBER FROM THE
      *                               PACKING SLIP, THEN THE CARRIER
      *                               AND TRACKING NUMBER WHEN THE
      *                               PARCEL LEAVES; THE QUEUE ROW IS
      *                               MARKED SHIPPED WITH TODAY'S DATE
      *                               AND THE SIGNED-IN OPERATOR
      *      "GNUMAIN SHIPDESK LIST"  UNSHIPPED-ORDERS LIST, OLDEST
      *                               FIRST, WITH EACH ORDER'S AGE IN
      *                               DAYS AND A COUNT BY AGE BAND,
      *                               SPOOLED AS 'SHIPLIST'
      *    CMSPLN PUTS A SALE ON THE SHIPQUE FILE WHEN IT IS RUNG WITH
      *    A SHIP-TO ADDRESS.  RECEIPT NUMBERS RISE WITH TIME, SO THE
      *    FILE'S KEY ORDER IS ALSO THE ORDER THE SALES WERE MADE.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT SHIP-QUEUE
               ASSIGN TO 'SHIPQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-RECEIPT-NO
               FILE STATUS IS WS-SQ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-QUEUE.
       COPY SHIPQUE.
       WORKING-STORAGE SECTION.
       01 WS-SQ-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-LIST              VALUE 'LIST'.
       01 WS-SWITCHES.
          03 WS-SQ-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SHIP-QUEUE      VALUE 1.
       01 WS-SHOWN-RECEIPT-NO  PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-SALE-INT          PIC S9(8) COMP.
       01 WS-SALE-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-AGE-DAYS          PIC S9(5) VALUE ZEROS.
      * --- AGE BANDS ON THE UNSHIPPED LIST: 0-2, 3-7, 8-14, 15+ DAYS --
       01 WS-AGE-COUNTS.
          03 WS-AGE-0-2        PIC 9(4) VALUE ZEROS.
          03 WS-AGE-3-7        PIC 9(4) VALUE ZEROS.
          03 WS-AGE-8-14       PIC 9(4) VALUE ZEROS.
          03 WS-AGE-15-UP      PIC 9(4) VALUE ZEROS.
       01 WS-WAITING-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-EDIT-AGE          PIC ZZZZ9.
       01 WS-EDIT-COUNT        PIC ZZZ9.
       01 WS-EDIT-ITEMS        PIC Z9.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY SPOOLIO.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-RECEIPT-NO        PIC 9(6) VALUE ZEROS.
       01 SC-SHIP-NAME         PIC X(30) VALUE SPACES.
       01 SC-ADDRESS-1         PIC X(40) VALUE SPACES.
       01 SC-CITY-LINE         PIC X(40) VALUE SPACES.
       01 SC-ITEM-COUNT        PIC 9(2) VALUE ZEROS.
       01 SC-SALE-DATE         PIC 9(6) VALUE ZEROS.
       01 SC-STATUS-TEXT       PIC X(30) VALUE SPACES.
       01 SC-CARRIER           PIC X(10) VALUE SPACES.
       01 SC-TRACKING-NO       PIC X(30) VALUE SPACES.
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
          03 LINE 02 COLUMN 33 VALUE 'Shipping Desk'
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
       01 SHIPDESK-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 33 VALUE 'Shipping Desk'
                               HIGHLIGHT.
          03 LINE 05 COLUMN 07 VALUE 'Receipt No.'.
          03 LINE 05 COLUMN 20 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-RECEIPT-NO.
          03 LINE 06 COLUMN 11 VALUE 'Sold On'.
          03 LINE 06 COLUMN 20 PIC 99/99/99
                               FROM SC-SALE-DATE.
          03 LINE 07 COLUMN 11 VALUE 'Ship To'.
          03 LINE 07 COLUMN 20 PIC X(30)
                               FROM SC-SHIP-NAME.
          03 LINE 08 COLUMN 20 PIC X(40)
                               FROM SC-ADDRESS-1.
          03 LINE 09 COLUMN 20 PIC X(40)
                               FROM SC-CITY-LINE.
          03 LINE 10 COLUMN 13 VALUE 'Items'.
          03 LINE 10 COLUMN 20 PIC Z9
                               FROM SC-ITEM-COUNT.
          03 LINE 11 COLUMN 12 VALUE 'Status'.
          03 LINE 11 COLUMN 20 PIC X(30)
                               FROM SC-STATUS-TEXT.
          03 LINE 13 COLUMN 11 VALUE 'Carrier'.
          03 LINE 13 COLUMN 20 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-CARRIER.
          03 LINE 14 COLUMN 07 VALUE 'Tracking No.'.
          03 LINE 14 COLUMN 20 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-TRACKING-NO.
          03 LINE 17 COLUMN 07 VALUE 'Message:'.
          03 LINE 17 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
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
           IF MODE-IS-LIST
               PERFORM PRINT-UNSHIPPED-LIST
               GOBACK
           END-IF
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM RUN-SHIPPING-SCREEN
           END-IF
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS ITMENT'S: WHOEVER SIGNS IN IS
      *     STAMPED ON EVERY PARCEL THE SESSION MARKS SHIPPED ---------
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
       RUN-SHIPPING-SCREEN.
           OPEN I-O SHIP-QUEUE
           IF WS-SQ-STATUS NOT = '00'
               DISPLAY 'NO SHIPQUE FILE -- NOTHING WAITING TO SHIP'
               EXIT PARAGRAPH
           END-IF
           PERFORM SHIP-ONE-PARCEL UNTIL F1-PRESSED
           CLOSE SHIP-QUEUE
           .
      * --- A NEW RECEIPT NUMBER ONLY BRINGS UP THE ORDER; THE CARRIER
      *     AND TRACKING NUMBER ARE TAKEN ON THE NEXT ENTER, ONCE THE
      *     DESK CAN SEE IT HAS THE RIGHT PARCEL ----------------------
       SHIP-ONE-PARCEL.
           DISPLAY SHIPDESK-SCREEN
           ACCEPT SHIPDESK-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN SC-RECEIPT-NO NOT = WS-SHOWN-RECEIPT-NO
                   PERFORM LOOKUP-SHIPMENT
               WHEN WS-SHOWN-RECEIPT-NO = ZEROS
                   MOVE 'KEY THE RECEIPT NO. FROM THE PACKING SLIP'
                       TO SC-MESSAGE
               WHEN SQ-IS-SHIPPED
                   MOVE 'ALREADY SHIPPED -- NOTHING CHANGED'
                       TO SC-MESSAGE
               WHEN SC-CARRIER = SPACES
                   MOVE 'KEY THE CARRIER' TO SC-MESSAGE
               WHEN SC-TRACKING-NO = SPACES
                   MOVE 'KEY THE TRACKING NUMBER' TO SC-MESSAGE
               WHEN OTHER
                   PERFORM MARK-PARCEL-SHIPPED
           END-EVALUATE
           .
       LOOKUP-SHIPMENT.
           MOVE SC-RECEIPT-NO TO WS-SHOWN-RECEIPT-NO
           MOVE SPACES TO SC-SHIP-NAME SC-ADDRESS-1 SC-CITY-LINE
                          SC-STATUS-TEXT SC-CARRIER SC-TRACKING-NO
           MOVE ZEROS TO SC-ITEM-COUNT SC-SALE-DATE
           MOVE SC-RECEIPT-NO TO SQ-RECEIPT-NO
           READ SHIP-QUEUE
               INVALID KEY
                   MOVE ZEROS TO WS-SHOWN-RECEIPT-NO
                   MOVE 'NO SHIP-TO SALE UNDER THAT RECEIPT'
                       TO SC-MESSAGE
           END-READ
           IF WS-SQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SQ-SHIP-NAME   TO SC-SHIP-NAME
           MOVE SQ-ADDRESS-1   TO SC-ADDRESS-1
           STRING FUNCTION TRIM(SQ-CITY) ', ' SQ-STATE '  '
               SQ-POSTAL-CODE DELIMITED BY SIZE INTO SC-CITY-LINE
           MOVE SQ-ITEM-COUNT  TO SC-ITEM-COUNT
           MOVE SQ-DATE-OF-SALE TO SC-SALE-DATE
           MOVE SQ-CARRIER     TO SC-CARRIER
           MOVE SQ-TRACKING-NO TO SC-TRACKING-NO
           IF SQ-IS-SHIPPED
               STRING 'SHIPPED ' SQ-SHIPPED-DATE ' BY ' SQ-SHIPPED-BY
                   DELIMITED BY SIZE INTO SC-STATUS-TEXT
           ELSE
               MOVE 'WAITING TO SHIP' TO SC-STATUS-TEXT
               MOVE 'KEY CARRIER AND TRACKING NO., THEN ENTER'
                   TO SC-MESSAGE
           END-IF
           .
       MARK-PARCEL-SHIPPED.
           MOVE SC-CARRIER           TO SQ-CARRIER
           MOVE SC-TRACKING-NO       TO SQ-TRACKING-NO
           MOVE DF-MMDDYYYY          TO SQ-SHIPPED-DATE
           MOVE WS-OPERATOR-INITIALS TO SQ-SHIPPED-BY
           SET SQ-IS-SHIPPED         TO TRUE
           REWRITE SHIP-QUEUE-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE SHIP QUEUE'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   STRING 'SHIPPED ' SQ-SHIPPED-DATE ' BY '
                       SQ-SHIPPED-BY DELIMITED BY SIZE
                       INTO SC-STATUS-TEXT
                   MOVE 'MARKED SHIPPED -- KEY THE NEXT RECEIPT'
                       TO SC-MESSAGE
           END-REWRITE
           .
      *-----------------------------------------------------------------
      * --- UNSHIPPED ORDERS, OLDEST FIRST.  AGE IS WHOLE DAYS SINCE
      *     THE SALE, SO A PARCEL RUNG UP TODAY IS 0 DAYS OLD ----------
       PRINT-UNSHIPPED-LIST.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY)
           OPEN INPUT SHIP-QUEUE
           IF WS-SQ-STATUS NOT = '00'
               DISPLAY 'NO SHIPQUE FILE -- NOTHING WAITING TO SHIP'
               EXIT PARAGRAPH
           END-IF
           SET SP-OP-OPEN TO TRUE
           MOVE 'SHIPLIST' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNSHIPPED ORDERS AS OF ' DF-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'RECEIPT  SOLD    AGE  ITEMS  SHIP TO'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM READ-SHIP-QUEUE
           PERFORM LIST-ONE-SHIPMENT UNTIL END-OF-SHIP-QUEUE
           CLOSE SHIP-QUEUE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
           STRING 'ORDERS WAITING:  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-AGE-0-2 TO WS-EDIT-COUNT
           STRING '  0-2 DAYS:      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-AGE-3-7 TO WS-EDIT-COUNT
           STRING '  3-7 DAYS:      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-AGE-8-14 TO WS-EDIT-COUNT
           STRING '  8-14 DAYS:     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-AGE-15-UP TO WS-EDIT-COUNT
           STRING '  15+ DAYS:      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-SHIP-QUEUE.
           READ SHIP-QUEUE NEXT RECORD
               AT END
                   SET END-OF-SHIP-QUEUE TO TRUE
           END-READ
           .
       LIST-ONE-SHIPMENT.
           IF SQ-IS-WAITING
               ADD 1 TO WS-WAITING-COUNT
               MOVE 20 TO WS-SALE-ISO(1:2)
               MOVE SQ-DATE-OF-SALE TO WS-SALE-ISO(3:6)
               COMPUTE WS-SALE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SALE-ISO)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SALE-INT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 2
                       ADD 1 TO WS-AGE-0-2
                   WHEN WS-AGE-DAYS <= 7
                       ADD 1 TO WS-AGE-3-7
                   WHEN WS-AGE-DAYS <= 14
                       ADD 1 TO WS-AGE-8-14
                   WHEN OTHER
                       ADD 1 TO WS-AGE-15-UP
               END-EVALUATE
               MOVE WS-AGE-DAYS   TO WS-EDIT-AGE
               MOVE SQ-ITEM-COUNT TO WS-EDIT-ITEMS
               MOVE SPACES TO WS-RPT-LINE
               STRING SQ-RECEIPT-NO '   ' SQ-DATE-OF-SALE ' '
                   WS-EDIT-AGE '     ' WS-EDIT-ITEMS '  '
                   SQ-SHIP-NAME ' ' SQ-STATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-SHIP-QUEUE
           .
       EMIT-REPORT-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
