       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBORDER.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    WEBORDER -- ONLINE MARKETPLACE ORDER IMPORT.  READS THE
      *    ORDERS THE MARKETPLACE DROPPED IN WEBORDRS AND RINGS EACH
      *    ONE INTO SALESLDG UNDER REGISTER 'WB' -- ONE RECEIPT PER
      *    ORDER NUMBER OFF RCPTCTR, COMMISSION FROM COMMCALC WITH THE
      *    TENANT-PCT FLOOR EXACTLY AS A FLOOR SALE, TENDER 'W' SO
      *    THE MONEY IS NEVER LOOKED FOR IN A DRAWER -- AND SELLS THE
      *    UNIT ON ITEMSKU THROUGH ITMQTY.  AN ORDER WHOSE PIECE IS NO
      *    LONGER ON THE FLOOR (SOLD IN THE SHOP BEFORE THE FEED
      *    CAUGHT UP, HELD, ON LAYAWAY, TAKEN HOME) IS NOT RUNG AND IS
      *    PRINTED ON THE EXCEPTION LIST SO THE BUYER CAN BE REFUNDED
      *    ON THE MARKETPLACE.  THE REPORT IS SPOOLED AS 'WEBORDER';
      *    THE ORDER FILE IS CLEARED ONCE EVERY ROW HAS BEEN HANDLED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEB-ORDERS
               ASSIGN TO 'WEBORDRS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WB-STATUS.
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
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT RECEIPT-COUNTER
               ASSIGN TO 'RCPTCTR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RN-RRN
               FILE STATUS IS WS-RN-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  WEB-ORDERS.
       COPY WEBORDR.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  RECEIPT-COUNTER.
       COPY RCPTCTR.
       WORKING-STORAGE SECTION.
       01 WS-WB-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-RN-STATUS         PIC XX VALUE '00'.
       01 WS-RN-RRN            PIC 9(4) COMP VALUE 1.
       01 WS-SWITCHES.
          03 WS-WB-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-WEB-ORDERS      VALUE 1.
          03 WS-TM-OPEN-SW     PIC 9 VALUE 0.
             88 TENANT-FILE-IS-OPEN    VALUE 1.
       01 WS-WEB-REGISTER-ID   PIC X(2) VALUE 'WB'.
       01 WS-WEB-OPERATOR-ID   PIC X(3) VALUE 'WEB'.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-LAST-ORDER-NO     PIC X(12) VALUE SPACES.
       01 WS-RECEIPT-NO        PIC 9(6) VALUE ZEROS.
       01 WS-LINE-NO           PIC 9(2) VALUE ZEROS.
       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
       01 WS-ORDERS-READ       PIC 9(5) VALUE ZEROS.
       01 WS-LINES-RUNG        PIC 9(5) VALUE ZEROS.
       01 WS-RECEIPTS-RUNG     PIC 9(5) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-RUNG-TOTAL        PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-PRICE-SHOW        PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-SHOW        PIC Z,ZZZ,ZZ9.99.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-BUYER-FIRST       PIC X(15) VALUE SPACES.
       01 WS-BUYER-LAST        PIC X(25) VALUE SPACES.
      * --- EXCEPTIONS ARE HELD UNTIL EVERY ORDER IS THROUGH, SO THE
      *     REFUND LIST PRINTS AS ONE BLOCK AT THE FOOT OF THE REPORT -
       01 WS-EXC-LISTED        PIC 9(3) VALUE ZEROS.
       01 WS-EXC-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-EXCEPTION-TABLE.
          03 WS-EXC-ENTRY      OCCURS 200 TIMES.
             05 WS-EXC-ORDER-NO     PIC X(12).
             05 WS-EXC-SKU          PIC X(12).
             05 WS-EXC-PRICE        PIC 9(6)V9(2).
             05 WS-EXC-REASON       PIC X(30).
       COPY DATEFMT.
       COPY SPOOLIO.
       COPY ITMQTY.
       COPY COMMCALC.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           OPEN INPUT WEB-ORDERS
           IF WS-WB-STATUS NOT = '00'
               DISPLAY 'NO WEB ORDER FILE -- NOTHING TO IMPORT'
               GOBACK
           END-IF
           OPEN I-O SALES-LEDGER
           IF WS-SL-STATUS = '35'
               OPEN OUTPUT SALES-LEDGER
               CLOSE SALES-LEDGER
               OPEN I-O SALES-LEDGER
           END-IF
           IF WS-SL-STATUS NOT = '00'
               DISPLAY 'SALES LEDGER WILL NOT OPEN -- IMPORT HELD'
               MOVE 1 TO RETURN-CODE
               CLOSE WEB-ORDERS
               GOBACK
           END-IF
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'ITEMSKU WILL NOT OPEN -- IMPORT HELD'
               MOVE 1 TO RETURN-CODE
               CLOSE WEB-ORDERS SALES-LEDGER
               GOBACK
           END-IF
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS = '00'
               SET TENANT-FILE-IS-OPEN TO TRUE
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           PERFORM START-ORDER-REPORT
           PERFORM READ-WEB-ORDER
           PERFORM IMPORT-ONE-ORDER UNTIL END-OF-WEB-ORDERS
           CLOSE WEB-ORDERS
           CLOSE ITEM-SKU
           CLOSE SALES-LEDGER
           IF TENANT-FILE-IS-OPEN
               CLOSE TENANT-MASTER
           END-IF
           PERFORM FINISH-ORDER-REPORT
      * --- EVERY ROW WAS EITHER RUNG OR LISTED FOR A REFUND, SO THE
      *     ORDER FILE IS CLEARED AND A RERUN CANNOT RING IT TWICE ----
           OPEN OUTPUT WEB-ORDERS
           CLOSE WEB-ORDERS
           GOBACK
           .
      *-----------------------------------------------------------------
       READ-WEB-ORDER.
           READ WEB-ORDERS NEXT RECORD
               AT END
                   SET END-OF-WEB-ORDERS TO TRUE
           END-READ
           .
       IMPORT-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE WB-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS = '00'
               MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
               SET IQ-QUERY-UNITS TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-IS-STATUS NOT = '00'
                   MOVE 'SKU NOT ON FILE' TO WS-EXCEPTION-REASON
               WHEN IS-IS-SOLD
                   MOVE 'ALREADY SOLD IN THE SHOP'
                       TO WS-EXCEPTION-REASON
               WHEN IS-IS-ON-HOLD
                   MOVE 'ON HOLD IN THE SHOP' TO WS-EXCEPTION-REASON
               WHEN IS-IS-ON-LAYAWAY
                   MOVE 'ON LAYAWAY IN THE SHOP'
                       TO WS-EXCEPTION-REASON
               WHEN NOT (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
                   MOVE 'NO LONGER ON THE FLOOR'
                       TO WS-EXCEPTION-REASON
               WHEN IQ-UNITS-ON-HAND = ZEROS
                   MOVE 'ALREADY SOLD IN THE SHOP'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   PERFORM RING-WEB-ORDER-LINE
           END-EVALUATE
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM NOTE-ORDER-EXCEPTION
           END-IF
           PERFORM READ-WEB-ORDER
           .
      *-----------------------------------------------------------------
      * --- ONE RECEIPT PER MARKETPLACE ORDER: A CHANGE OF ORDER
      *     NUMBER DRAWS A NEW NUMBER OFF RCPTCTR, THE WAY OFFLRECV
      *     KEEPS A CAPTURED TRANSACTION TOGETHER ----------------------
       RING-WEB-ORDER-LINE.
           IF WB-ORDER-NO NOT = WS-LAST-ORDER-NO OR WS-LINE-NO = 99
               PERFORM GET-NEXT-SALE-RECEIPT-NO
               MOVE WB-ORDER-NO TO WS-LAST-ORDER-NO
               MOVE ZEROS TO WS-LINE-NO
               ADD 1 TO WS-RECEIPTS-RUNG
           END-IF
           ADD 1 TO WS-LINE-NO
           PERFORM BUILD-WEB-LEDGER-ROW
           WRITE SALES-LEDGER-RECORD
               INVALID KEY
                   MOVE 'LEDGER KEY ON FILE -- NOT RUNG'
                       TO WS-EXCEPTION-REASON
                   EXIT PARAGRAPH
           END-WRITE
           SET IQ-SELL-ONE TO TRUE
           MOVE WS-TODAY-CCYYMMDD TO IQ-SALE-DATE
           MOVE WS-RECEIPT-NO   TO IQ-RECEIPT-NO
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           IF IQ-IS-DONE
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       DISPLAY 'ITEMSKU NOT UPDATED FOR ' IS-SKU
                   NOT INVALID KEY
                       MOVE 'R' TO IJ-OPERATION
                       MOVE 'WEBORDER' TO IJ-PROGRAM
                       MOVE WS-WEB-OPERATOR-ID TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
               END-REWRITE
           END-IF
           ADD 1 TO WS-LINES-RUNG
           ADD SL-SALE-PRICE TO WS-RUNG-TOTAL
           MOVE SL-SALE-PRICE TO WS-PRICE-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING WB-ORDER-NO ' ' WB-SKU ' ' WS-RECEIPT-NO '-'
               WS-LINE-NO ' ' WS-PRICE-SHOW ' ' IS-DESCRIPTION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- PRICED AND COMMISSIONED THE WAY CMSPLN RINGS A FLOOR SALE:
      *     THE TAG PRICE IS THE FULL PRICE, WHAT THE BUYER PAID IS
      *     THE SALE PRICE, AND COMMCALC'S TIERS APPLY WITH THE
      *     TENANT-PCT FLOOR.  HOUSE STOCK CARRIES NO COMMISSION (PLAN
      *     'H').  THE MARKETPLACE COLLECTS AND REMITS THE SALES TAX,
      *     SO NONE IS CARRIED ON THE ROW ------------------------------
       BUILD-WEB-LEDGER-ROW.
           MOVE WS-TODAY-CCYYMMDD  TO SL-DATE-OF-SALE
           MOVE IS-TENANT-ID       TO SL-TENANT-ID
           MOVE IS-CATEGORY        TO SL-CATEGORY
           MOVE IS-FULL-PRICE      TO SL-FULL-PRICE
           MOVE WB-SALE-PRICE      TO SL-SALE-PRICE
           MOVE ZEROS              TO SL-DISCOUNT-PERCENT
           IF WB-SALE-PRICE < IS-FULL-PRICE AND IS-FULL-PRICE > ZEROS
               COMPUTE SL-DISCOUNT-PERCENT ROUNDED =
                   (IS-FULL-PRICE - WB-SALE-PRICE)
                   / IS-FULL-PRICE * 100
           END-IF
           IF IS-TENANT-ID = ZEROS
               MOVE 'H'            TO SL-COMMISSION-PLAN
               MOVE ZEROS          TO SL-COMMISSION
           ELSE
               MOVE ZEROS          TO CC-TENANT-PCT
               IF TENANT-FILE-IS-OPEN
                   MOVE IS-TENANT-ID TO TM-TENANT-ID
                   READ TENANT-MASTER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-TM-STATUS = '00'
                       MOVE TM-CONSIGNMENT-PCT TO CC-TENANT-PCT
                   END-IF
               END-IF
               MOVE WB-SALE-PRICE  TO CC-SALE-PRICE
               CALL 'COMMCALC' USING COMMISSION-CALC-PARAMS
               MOVE CC-PLAN-OUT       TO SL-COMMISSION-PLAN
               MOVE CC-COMMISSION-OUT TO SL-COMMISSION
           END-IF
           PERFORM SET-GROUP-FROM-BUYER
           MOVE 'S'                TO SL-TRANS-TYPE
           MOVE 'N'                TO SL-OVERRIDE-FLAG
           MOVE SPACES             TO SL-OVERRIDE-MGR-ID
           MOVE WS-WEB-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE 'N'                TO SL-REFUNDED-FLAG
           MOVE 'W'                TO SL-TENDER-1-TYPE
           MOVE WB-SALE-PRICE      TO SL-TENDER-1-AMOUNT
           MOVE SPACE              TO SL-TENDER-2-TYPE
           MOVE ZEROS              TO SL-TENDER-2-AMOUNT
           MOVE ZEROS              TO SL-TAX-AMOUNT
           MOVE WS-RECEIPT-NO      TO SL-RECEIPT-NO
           MOVE WS-LINE-NO         TO SL-LINE-NO
           MOVE WS-WEB-REGISTER-ID TO SL-REGISTER-ID
           COMPUTE SL-TIME-OF-SALE =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           MOVE SPACE              TO SL-SOURCE-FLAG
           MOVE SPACE              TO SL-VOID-FLAG
           MOVE SPACES             TO SL-RESALE-CERT
           MOVE ZEROS              TO SL-CUSTOMER-NO
      * --- THE SALE BELONGS TO THE STORE THE PIECE WAS ON THE FLOOR OF
           MOVE IS-STORE-ID        TO SL-STORE-ID
           MOVE SPACES             TO SL-COUPON-CODE
           MOVE ZEROS              TO SL-COUPON-AMOUNT
           MOVE SPACE              TO SL-COUPON-ABSORBED-BY
           .
      * --- SAME ALPHABETIC GROUPING CMSPLN'S SPLIT-NAME ASSIGNS, RUN
      *     AGAINST THE MARKETPLACE BUYER'S NAME -----------------------
       SET-GROUP-FROM-BUYER.
           MOVE SPACES TO WS-BUYER-FIRST WS-BUYER-LAST
           UNSTRING WB-BUYER-NAME DELIMITED BY ALL SPACE
               INTO WS-BUYER-FIRST, WS-BUYER-LAST
           END-UNSTRING
           IF WS-BUYER-LAST = SPACES
               MOVE WS-BUYER-FIRST TO WS-BUYER-LAST
               MOVE SPACES TO WS-BUYER-FIRST
           END-IF
           EVALUATE WS-BUYER-LAST(1:1) ALSO WS-BUYER-FIRST(1:1)
               WHEN 'A' THRU 'F' ALSO 'A' THRU 'F'
                   MOVE 1 TO SL-GROUP-ID
               WHEN 'A' THRU 'F' ALSO 'G' THRU 'N'
                   MOVE 2 TO SL-GROUP-ID
               WHEN 'A' THRU 'F' ALSO ANY
                   MOVE 3 TO SL-GROUP-ID
               WHEN 'G' THRU 'N' ALSO 'A' THRU 'F'
                   MOVE 4 TO SL-GROUP-ID
               WHEN 'G' THRU 'N' ALSO 'G' THRU 'N'
                   MOVE 5 TO SL-GROUP-ID
               WHEN 'G' THRU 'N' ALSO ANY
                   MOVE 6 TO SL-GROUP-ID
               WHEN ANY ALSO 'A' THRU 'F'
                   MOVE 7 TO SL-GROUP-ID
               WHEN ANY ALSO 'G' THRU 'N'
                   MOVE 8 TO SL-GROUP-ID
               WHEN OTHER
                   MOVE 9 TO SL-GROUP-ID
           END-EVALUATE
           .
       NOTE-ORDER-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXC-LISTED < 200
               ADD 1 TO WS-EXC-LISTED
               MOVE WB-ORDER-NO   TO WS-EXC-ORDER-NO(WS-EXC-LISTED)
               MOVE WB-SKU        TO WS-EXC-SKU(WS-EXC-LISTED)
               MOVE WB-SALE-PRICE TO WS-EXC-PRICE(WS-EXC-LISTED)
               MOVE WS-EXCEPTION-REASON
                   TO WS-EXC-REASON(WS-EXC-LISTED)
           END-IF
           .
      *-----------------------------------------------------------------
       START-ORDER-REPORT.
           SET SP-OP-OPEN TO TRUE
           MOVE 'WEBORDER' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DARLENE''S TREASURES - WEB ORDER IMPORT  '
               DF-MMDDYYYY ' REGISTER ' WS-WEB-REGISTER-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ORDER        SKU          '
               'RECEIPT   PRICE    DESCRIPTION'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       FINISH-ORDER-REPORT.
           MOVE WS-RUNG-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ORDERS READ: ' WS-ORDERS-READ
               '  LINES RUNG: ' WS-LINES-RUNG
               '  RECEIPTS: ' WS-RECEIPTS-RUNG
               '  TOTAL: ' WS-TOTAL-SHOW
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** EXCEPTIONS: ' WS-EXCEPTION-COUNT
                   ' ORDER LINE(S) NOT RUNG -- REFUND ON THE '
                   'MARKETPLACE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 'ORDER        SKU           PRICE    REASON'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM PRINT-ONE-EXCEPTION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-LISTED
           END-IF
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-EXCEPTION.
           MOVE WS-EXC-PRICE(WS-EXC-IDX) TO WS-PRICE-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EXC-ORDER-NO(WS-EXC-IDX) ' '
               WS-EXC-SKU(WS-EXC-IDX) ' '
               WS-PRICE-SHOW ' '
               WS-EXC-REASON(WS-EXC-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------------------
       GET-NEXT-SALE-RECEIPT-NO.
           MOVE 1 TO WS-RN-RRN
           OPEN I-O RECEIPT-COUNTER
           IF WS-RN-STATUS = '35'
               OPEN OUTPUT RECEIPT-COUNTER
               MOVE ZEROS TO RN-LAST-RECEIPT-NO
               WRITE RECEIPT-COUNTER-RECORD
               CLOSE RECEIPT-COUNTER
               OPEN I-O RECEIPT-COUNTER
           END-IF
           READ RECEIPT-COUNTER
               INVALID KEY
                   MOVE ZEROS TO RN-LAST-RECEIPT-NO
           END-READ
           ADD 1 TO RN-LAST-RECEIPT-NO
           REWRITE RECEIPT-COUNTER-RECORD
               INVALID KEY
                   WRITE RECEIPT-COUNTER-RECORD
           END-REWRITE
           MOVE RN-LAST-RECEIPT-NO TO WS-RECEIPT-NO
           CLOSE RECEIPT-COUNTER
           .
