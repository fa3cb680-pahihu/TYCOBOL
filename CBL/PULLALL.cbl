       IDENTIFICATION DIVISION.
       PROGRAM-ID. PULLALL.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    PULLALL -- WHOLE-BOOTH WITHDRAWAL FOR ONE CONSIGNOR.  CALLED
      *    BY DTR003 AT MOVE-OUT (OR WHEN ONE BOOTH IS VACATED): EVERY
      *    ITEM OF THE CONSIGNOR STILL ON THE FLOOR OR WAITING FOR
      *    PICKUP GOES TO 'X' WITHDRAWN THROUGH ITMQTY, STAMPED WITH
      *    THE DATE AND THE OPERATOR, AND THE PULL SLIP IS SPOOLED AS
      *    'PULLSLIP' FOR THE CONSIGNOR TO SIGN.  ITEMS ON HOLD OR ON
      *    LAYAWAY BELONG TO A CUSTOMER'S DEAL AND ARE NOT PULLED;
      *    THEY ARE COUNTED BACK TO THE CALLER AND LISTED ON THE SLIP
      *    SO NOBODY THINKS THEY WENT HOME.  ITMPULL IS THE SAME
      *    TRANSACTION ONE SKU AT A TIME.  A PIECE CHECKED OUT TO AN
      *    ANTIQUE SHOW IS NOT IN THE SHOP TO PULL EITHER; IT IS
      *    COUNTED AND LISTED THE SAME WAY UNTIL SHOWEVT BACK RETURNS
      *    IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-BOOTH-SW       PIC 9 VALUE 0.
             88 ITEM-IN-BOOTH          VALUE 1.
             88 ITEM-NOT-IN-BOOTH      VALUE 0.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-ITEM-BOOTH        PIC X(10) VALUE SPACES.
       01 WS-UNITS             PIC 9(4) VALUE ZEROS.
       01 WS-UNITS-SHOW        PIC ZZZ9.
       01 WS-PRICE-SHOW        PIC ZZZ,ZZ9.99.
       01 WS-COUNT-SHOW        PIC ZZZ9.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
      * --- HELD AND LAYAWAY TAGS ARE KEPT WHILE THE FILE IS WALKED SO
      *     THEY CAN BE LISTED UNDER THEIR OWN HEADING AT THE FOOT OF
      *     THE SLIP ---------------------------------------------------
       01 WS-HELD-TABLE.
          03 WS-HELD-ENTRY     OCCURS 100 TIMES.
             05 WS-HELD-SKU         PIC X(12).
             05 WS-HELD-STATUS      PIC X(8).
             05 WS-HELD-DESC        PIC X(30).
       01 WS-HELD-LISTED       PIC 9(4) VALUE ZEROS.
       01 WS-HELD-IDX          PIC 9(4) VALUE ZEROS.
       COPY DATEFMT.
       COPY SPOOLIO.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY PULLALL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PULL-ALL-PARAMS.
       PULL-CONSIGNOR-STOCK.
           MOVE ZEROS TO PA-PULLED-COUNT PA-HELD-COUNT WS-HELD-LISTED
           SET WS-IS-EOF-SW TO 0
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           IF PA-PULL-AND-PRINT
               OPEN I-O ITEM-SKU
           ELSE
               OPEN INPUT ITEM-SKU
           END-IF
           IF WS-IS-STATUS NOT = '00'
               GOBACK
           END-IF
           IF PA-PULL-AND-PRINT
               PERFORM START-PULL-SLIP
           END-IF
           PERFORM READ-ITEM-SKU
           PERFORM CHECK-ONE-ITEM UNTIL END-OF-ITEM-SKU
           CLOSE ITEM-SKU
           IF PA-PULL-AND-PRINT
               PERFORM FINISH-PULL-SLIP
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
      * --- ITEMS WITH NO BOOTH OF THEIR OWN PREDATE ITEM LOCATIONS
      *     AND SIT IN THE CONSIGNOR'S MAIN BOOTH ----------------------
       CHECK-ONE-ITEM.
           IF IS-TENANT-ID = PA-TENANT-ID
               MOVE IS-BOOTH-LOCATION TO WS-ITEM-BOOTH
               IF WS-ITEM-BOOTH = SPACES
                   MOVE PA-MAIN-BOOTH TO WS-ITEM-BOOTH
               END-IF
               SET ITEM-IN-BOOTH TO TRUE
               IF PA-BOOTH NOT = SPACES
                       AND WS-ITEM-BOOTH NOT = PA-BOOTH
                   SET ITEM-NOT-IN-BOOTH TO TRUE
               END-IF
               IF ITEM-IN-BOOTH
                   EVALUATE TRUE
                       WHEN IS-IS-ON-HOLD OR IS-IS-ON-LAYAWAY
                               OR IS-IS-AT-SHOW
                           PERFORM NOTE-HELD-ITEM
                       WHEN IS-IS-AVAILABLE OR IS-STATUS = SPACE
                               OR IS-IS-PENDING-PICKUP
                           IF PA-PULL-AND-PRINT
                               PERFORM WITHDRAW-ONE-ITEM
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-ITEM-SKU
           .
       NOTE-HELD-ITEM.
           ADD 1 TO PA-HELD-COUNT
           IF WS-HELD-LISTED < 100
               ADD 1 TO WS-HELD-LISTED
               MOVE IS-SKU         TO WS-HELD-SKU(WS-HELD-LISTED)
               MOVE IS-DESCRIPTION TO WS-HELD-DESC(WS-HELD-LISTED)
               EVALUATE TRUE
                   WHEN IS-IS-ON-HOLD
                       MOVE 'ON HOLD'  TO WS-HELD-STATUS(WS-HELD-LISTED)
                   WHEN IS-IS-AT-SHOW
                       MOVE 'AT SHOW'  TO WS-HELD-STATUS(WS-HELD-LISTED)
                   WHEN OTHER
                       MOVE 'LAYAWAY'  TO WS-HELD-STATUS(WS-HELD-LISTED)
               END-EVALUATE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A TAG WITH SOME UNITS ON LAYAWAY LOSES ITS FLOOR UNITS AND
      *     STAYS BEHIND AS 'L', SO IT IS ALSO COUNTED AS HELD --------
       WITHDRAW-ONE-ITEM.
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE IQ-UNITS-ON-HAND TO WS-UNITS
           SET IQ-WITHDRAW-ALL TO TRUE
           MOVE WS-TODAY-CCYYMMDD TO IQ-SALE-DATE
           MOVE ZEROS           TO IQ-RECEIPT-NO
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           IF IQ-NOT-DONE
               EXIT PARAGRAPH
           END-IF
           IF IS-IS-WITHDRAWN
               MOVE PA-OPERATOR-ID TO IS-WITHDRAWN-BY
           END-IF
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'PULLALL' TO IJ-PROGRAM
                   MOVE PA-OPERATOR-ID TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
           END-REWRITE
           ADD 1 TO PA-PULLED-COUNT
           PERFORM PRINT-PULLED-ITEM
           IF IS-IS-ON-LAYAWAY
               PERFORM NOTE-HELD-ITEM
           END-IF
           .
      *-----------------------------------------------------------------
      * --- SAME PAPER AS THE ITMENT INTAKE MANIFEST, THE OTHER WAY
      *     ROUND: WHAT WENT HOME, SIGNED FOR BY THE CONSIGNOR ---------
       START-PULL-SLIP.
           SET SP-OP-OPEN TO TRUE
           MOVE 'PULLSLIP' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - CONSIGNOR PULL SLIP'
               TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONSIGNOR: ' PA-TENANT-ID ' ' PA-TENANT-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF PA-BOOTH = SPACES
               MOVE 'BOOTH: ALL -- MOVE-OUT' TO WS-RPT-LINE
           ELSE
               STRING 'BOOTH: ' PA-BOOTH ' -- BOOTH VACATED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATE PULLED: ' DF-MMDDYYYY
               '   SIGNED OUT BY: ' PA-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'SKU          UNITS  PRICE     BOOTH      DESCRIPTION'
               TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           .
       PRINT-PULLED-ITEM.
           MOVE WS-UNITS      TO WS-UNITS-SHOW
           MOVE IS-FULL-PRICE TO WS-PRICE-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING IS-SKU ' ' WS-UNITS-SHOW '   '
               WS-PRICE-SHOW ' ' WS-ITEM-BOOTH ' '
               IS-DESCRIPTION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           .
       FINISH-PULL-SLIP.
           MOVE PA-PULLED-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ITEMS PULLED: ' WS-COUNT-SHOW
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           IF PA-HELD-COUNT > ZEROS
               PERFORM PRINT-HELD-ITEMS
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'I HAVE TAKEN BACK THE ITEMS LISTED AS PULLED ABOVE.'
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
       PRINT-HELD-ITEMS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE PA-HELD-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING '*** ' WS-COUNT-SHOW
               ' ITEM(S) ON HOLD, LAYAWAY OR AT A SHOW -- '
               'NOT PULLED'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           PERFORM PRINT-ONE-HELD-ITEM
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-LISTED
           .
       PRINT-ONE-HELD-ITEM.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-HELD-SKU(WS-HELD-IDX) ' '
               WS-HELD-STATUS(WS-HELD-IDX) ' '
               WS-HELD-DESC(WS-HELD-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-SLIP-LINE
           .
       EMIT-SLIP-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
