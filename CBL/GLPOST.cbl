      *        CR SALES BY CATEGORY NET SALES PER CATEGORY
      *        CR SALES TAX PAYABLE TAX COLLECTED
      *        DR COMMISSION EXP.   COMMISSION EARNED BY CONSIGNORS
      *        CR COMMISSION PAY.   THE SAME LESS THE CARD-FEE SHARE
      *        CR CARD FEE RECOVERY CONSIGNORS' SHARE OF CARD FEES
      *        CR RENT INCOME       RENT RECEIPTS POSTED
      *        CR LATE FEE INCOME   LATE FEES COLLECTED
      *        CR SHIPPING INCOME   SHIPPING/HANDLING ON SHIP-TO SALES
      *        CR DELIVERY INCOME   FEES ON FURNITURE DELIVERIES
      *        DR MAINTENANCE EXP.  COMPLETED WORK-ORDER COSTS
      *        CR MAINTENANCE PAY.  SAME AMOUNT, OWED THE HANDYMAN
      *        DR HOUSE INVENTORY   HOUSE STOCK RECEIVED AT COST
      *        CR STOCK PURCHASES   SAME AMOUNT, CLEARING THE PAYMENTS
      *        DR COST OF GOODS     HOUSE COST OF GOODS SOLD
      *        DR AUCTION COGS      HOUSE ITEMS SOLD AT THE AUCTION
      *        DR SHRINKAGE         HOUSE ITEMS WRITTEN OFF OR PULLED
      *        DR DONATED STOCK     HOUSE ITEMS GIVEN TO CHARITY
      *        CR HOUSE INVENTORY   THE FOUR RELIEF LINES ABOVE
      *    HOUSE INVENTORY IS VALUED AT IS-ACQUISITION-COST OFF
      *    ITEMSKU (TENANT ZERO ROWS): AN ITEM IS ON HAND FROM THE
      *    MONTH IT WAS RECEIVED TO THE MONTH IT WAS SOLD, WRITTEN
      *    OFF, DONATED OR PULLED.  COST OF GOODS SOLD IS WHAT IS LEFT
      *    OF OPENING PLUS RECEIVED ONCE THE CLOSING STOCK, THE AUCTION
      *    LOTS (AUCTFILE), THE DONATIONS (WRITEOFF REGISTER REASON D)
      *    AND THE OTHER WRITE-OFFS ARE TAKEN OUT, SO THE GL HOUSE
      *    INVENTORY ALWAYS ENDS AT THE VALUATION.  THE FIRST FILED
      *    PERIOD BRINGS THE STOCK ALREADY ON THE FLOOR ONTO THE BOOKS
      *    THROUGH THE SAME STOCK-PURCHASES LINE.  THE VALUATION
      *    LISTING BY LOT AND CATEGORY, WITH THE RECONCILIATION TO
      *    THESE LINES, IS SPOOLED AS INVVALU.
      *    UNDER THE JOURNAL, A MEMO LINE SHOWS HOW MUCH OF THE
      *    COMMISSION PAYABLE IS BEING HELD ON CONSPAY UNDER THE
      *    MINIMUM CHECK -- OWED TO CONSIGNORS BUT NOT YET PAID.
      *    BILLPAY'S OWN GLJRNL ROWS (GJ-SOURCE 'BILLPAY') ARE FILED
      *    AS THE BILLS ARE PAID AND ARE NEVER REPLACED HERE.
      *    ARGV(2) OPTIONALLY NAMES A STORE: SALES, RENT AND THE WORK
      *    ORDERS ON THAT STORE'S BOOTHS ONLY, PRINTED FOR REVIEW BUT
      *    NEVER FILED -- ONLY THE CONSOLIDATED RUN (BLANK OR ALL)
      *    LANDS ON GLJRNL.  THE HELD-PAYABLE MEMO IS COMPANY-WIDE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ORDER-NO
               FILE STATUS IS WS-WO-STATUS.
           SELECT CONSIGNOR-PAYABLE
               ASSIGN TO 'CONSPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-TENANT-ID
               FILE STATUS IS WS-CB-STATUS.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT WRITE-OFF-REGISTER
               ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WR-STATUS.
           SELECT AUCTION-CATALOG
               ASSIGN TO 'AUCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-LOT-NO
               FILE STATUS IS WS-AU-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY GLJRNL.
       FD  WORK-ORDER-FILE.
       COPY WORKORD.
       FD  CONSIGNOR-PAYABLE.
       COPY CONSPAY.
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  WRITE-OFF-REGISTER.
       COPY WRITEOFF.
       FD  AUCTION-CATALOG.
       COPY AUCTLOT.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
      * --- THE RUN'S LINES ALSO LAND ON THE PERMANENT GLJRNL FILE,
          88 END-OF-GL-JOURNAL         VALUE 1.
       01 WS-JRNL-COUNT        PIC 9(2) VALUE ZEROS.
       01 WS-JRNL-TABLE.
          03 WS-JRNL-LINE      OCCURS 40 TIMES PIC X(64).
       01 WS-KEEP-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-KEEP-TABLE.
          03 WS-KEEP-LINE      OCCURS 2400 TIMES PIC X(64).
       01 WS-KEEP-FULL-SW      PIC 9 VALUE 0.
          88 KEEP-TABLE-FULL           VALUE 1.
       01 WS-JRNL-IDX          PIC 9(4) VALUE ZEROS.
      * --- DEPARTMENT ROLL-UP THROUGH DEPTLKP, SO THE JOURNAL CAN
      *     SHRINK TO THE LINES THE BOOKKEEPER RECOGNIZES --------------
       COPY DEPTLKP.
       COPY CARDFEE.
       01 WS-DEPT-SUM-COUNT    PIC 9(2) VALUE ZEROS.
       01 WS-DEPT-SUM-TABLE.
          03 WS-DEPT-SUM-ENTRY OCCURS 10 TIMES INDEXED BY DS-IDX.
       01 WS-COMMISSION-TOTAL  PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-RENT-COLLECTED    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-LATE-COLLECTED    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-SHIP-COLLECTED    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-DLVR-COLLECTED    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-CARD-FEE-TOTAL    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-CPAY-TOTAL        PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-MAINT-TOTAL       PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-WO-YYMM           PIC 9(4) VALUE ZEROS.
          03 WS-WO-DD          PIC 9(2).
          03 WS-WO-YYYY        PIC 9(4).
       01 WS-CASH-TOTAL        PIC S9(9)V9(2) VALUE ZEROS.
      * --- HELD-BUT-UNPAID CONSIGNOR LIABILITY OFF CONSPAY ------------
       01 WS-CB-STATUS         PIC XX VALUE '00'.
       01 WS-CB-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-CONSIGNOR-PAYABLE  VALUE 1.
       01 WS-HELD-PAYABLE      PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-HELD-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-TOT-DEBITS        PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-TOT-CREDITS       PIC S9(9)V9(2) VALUE ZEROS.
      * --- LOADED CHART OF ACCOUNTS ----------------------------------
       01 WS-GL-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-GL-TABLE.
          03 WS-GL-ENTRY       OCCURS 40 TIMES INDEXED BY GL-IDX.
             05 WS-GL-SOURCE        PIC X(4).
             05 WS-GL-ACCT          PIC 9(4).
             05 WS-GL-NAME          PIC X(20).
       01 WS-LOOKUP-SOURCE     PIC X(4) VALUE SPACES.
       01 WS-SHOW-ACCT         PIC 9(4) VALUE ZEROS.
       01 WS-SHOW-NAME         PIC X(20) VALUE SPACES.
      * --- WHICH LOCATION: ARGV(2), BLANK OR 'ALL' FOR EVERY STORE.
      *     ROWS WITH A BLANK STORE BELONG TO STORE 01 -----------------
       01 WS-STORE-ARG         PIC X(3) VALUE SPACES.
       01 WS-STORE-ID          PIC X(2) VALUE SPACES.
       01 WS-STORE-NUM REDEFINES WS-STORE-ID
                               PIC 9(2).
       01 WS-CONSOL-SW         PIC 9 VALUE 1.
          88 ALL-STORES                VALUE 1.
       01 WS-ROW-STORE         PIC X(2) VALUE SPACES.
       01 WS-ROW-STORE-SW      PIC 9 VALUE 0.
          88 ROW-IN-STORE              VALUE 1.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
      * --- HOUSE INVENTORY AT COST.  MONTHS ARE CCYYMM SO THEY
      *     COMPARE ACROSS YEARS; AN ITEM STILL ON THE FLOOR IS
      *     "CLOSED" IN MONTH 999999 ---------------------------------
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-WR-STATUS         PIC XX VALUE '00'.
       01 WS-AU-STATUS         PIC XX VALUE '00'.
       01 WS-INV-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-WR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-WRITEOFFS       VALUE 1.
          03 WS-AU-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-AUCTION-LOTS    VALUE 1.
          03 WS-ON-BOOKS-SW    PIC 9 VALUE 0.
             88 INVENTORY-ON-BOOKS     VALUE 1.
       01 WS-INV-START-YM      PIC 9(6) VALUE ZEROS.
       01 WS-INV-END-YM        PIC 9(6) VALUE ZEROS.
       01 WS-ITEM-RECEIVED-YM  PIC 9(6) VALUE ZEROS.
       01 WS-ITEM-CLOSED-YM    PIC 9(6) VALUE ZEROS.
       01 WS-ITEM-RCV-DT.
          03 WS-ITEM-RCV-MM    PIC 9(2).
          03 WS-ITEM-RCV-DD    PIC 9(2).
          03 WS-ITEM-RCV-YYYY  PIC 9(4).
       01 WS-ITEM-COST         PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-INVT-ACCT         PIC 9(4) VALUE ZEROS.
       01 WS-INV-OPENING       PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-BOOK-OPENING  PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-PRIOR-GL      PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-ADJUST        PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-RECEIVED      PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-ADDED         PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-CLOSING       PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-COGS          PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-AUCTION       PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-SHRINK        PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-DONATED       PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-INV-RELIEF        PIC S9(9)V9(2) VALUE ZEROS.
      * --- HOUSE ITEMS THE AUCTION HAMMERED DOWN, AND HOUSE ITEMS
      *     THE WRITEOFF REGISTER SHOWS AS DONATED ------------------
       01 WS-AUCT-SOLD-COUNT   PIC 9(3) VALUE ZEROS.
       01 WS-AUCT-SOLD-TABLE.
          03 WS-AUCT-SOLD-SKU  OCCURS 500 TIMES INDEXED BY AS-IDX
                               PIC X(12).
       01 WS-DONATED-COUNT     PIC 9(3) VALUE ZEROS.
       01 WS-DONATED-TABLE.
          03 WS-DONATED-SKU    OCCURS 500 TIMES INDEXED BY DN-IDX
                               PIC X(12).
      * --- CLOSING STOCK BY LOT AND CATEGORY FOR THE LISTING.  UNUSED
      *     ROWS ARE HIGH-VALUES SO THE SORT LEAVES THEM AT THE
      *     BOTTOM; ANYTHING PAST THE TABLE IS LUMPED ON ONE LINE ---
       01 WS-VAL-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-VAL-TABLE.
          03 WS-VAL-ENTRY      OCCURS 300 TIMES INDEXED BY VL-IDX.
             05 WS-VL-LOT-NO        PIC 9(4).
             05 WS-VL-CATEGORY      PIC X(4).
             05 WS-VL-ITEMS         PIC 9(5).
             05 WS-VL-COST          PIC S9(9)V9(2).
       01 WS-VAL-OVER-ITEMS    PIC 9(5) VALUE ZEROS.
       01 WS-VAL-OVER-COST     PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-VAL-ITEMS         PIC 9(6) VALUE ZEROS.
       01 WS-LOT-ITEMS         PIC 9(5) VALUE ZEROS.
       01 WS-LOT-COST          PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-PREV-LOT-NO       PIC 9(4) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-VAL-DETAIL.
          03 VD-LOT-NO         PIC X(8).
          03 VD-CATEGORY       PIC X(10).
          03 VD-ITEMS          PIC ZZ,ZZ9.
          03 FILLER            PIC X(4) VALUE SPACES.
          03 VD-COST           PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RECON-DETAIL.
          03 RC-LABEL          PIC X(36).
          03 RC-ACCT           PIC X(6).
          03 RC-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-YYMM
           END-IF
           IF ARGC > 1 AND ARGV(2) NOT = SPACES
               MOVE ARGV(2) TO WS-STORE-ARG
               INSPECT WS-STORE-ARG
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-STORE-ARG NOT = 'ALL'
                   MOVE WS-STORE-ARG TO WS-STORE-ID
                   IF WS-STORE-ID NOT NUMERIC OR WS-STORE-NUM = ZEROS
                       DISPLAY 'STORE MUST BE A TWO-DIGIT NUMBER OR ALL'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 0 TO WS-CONSOL-SW
               END-IF
           END-IF
           PERFORM LOAD-GL-TABLE
           PERFORM ROLL-UP-SALES-LEDGER
           PERFORM ROLL-UP-RENT-LEDGER
           PERFORM ROLL-UP-WORK-ORDERS
           PERFORM ROLL-UP-HOUSE-INVENTORY
           PERFORM SUM-HELD-CONSIGNOR-PAYABLE
           PERFORM PRINT-POSTING-SUMMARY
           GOBACK
           .
      *     TRUTH AND THE BOOKKEEPER'S NUMBERS CAN BE EDITED IN -------
       SEED-GL-TABLE.
           OPEN OUTPUT GL-ACCOUNT-TABLE
           MOVE SPACES TO GL-ACCOUNT-RECORD
           MOVE 'CASH' TO GL-SOURCE-CODE   MOVE 1000 TO GL-ACCOUNT-NO
           MOVE 'Cash on Hand'       TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'LATE' TO GL-SOURCE-CODE   MOVE 4600 TO GL-ACCOUNT-NO
           MOVE 'Late Fee Income'    TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'SHIP' TO GL-SOURCE-CODE   MOVE 4700 TO GL-ACCOUNT-NO
           MOVE 'Shipping Income'    TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'DLVR' TO GL-SOURCE-CODE   MOVE 4750 TO GL-ACCOUNT-NO
           MOVE 'Delivery Fee Income' TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'CFEE' TO GL-SOURCE-CODE   MOVE 4800 TO GL-ACCOUNT-NO
           MOVE 'Card Fee Recovery'  TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'TAX ' TO GL-SOURCE-CODE   MOVE 2200 TO GL-ACCOUNT-NO
           MOVE 'Sales Tax Payable'  TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'MPAY' TO GL-SOURCE-CODE   MOVE 2300 TO GL-ACCOUNT-NO
           MOVE 'Maintenance Payable' TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'CBFE' TO GL-SOURCE-CODE   MOVE 6150 TO GL-ACCOUNT-NO
           MOVE 'Chargeback Fees'    TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'INVT' TO GL-SOURCE-CODE   MOVE 1300 TO GL-ACCOUNT-NO
           MOVE 'House Inventory'    TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'IPUR' TO GL-SOURCE-CODE   MOVE 2400 TO GL-ACCOUNT-NO
           MOVE 'House Stock Purch.' TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'COGS' TO GL-SOURCE-CODE   MOVE 5000 TO GL-ACCOUNT-NO
           MOVE 'Cost of Goods Sold' TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'ACOG' TO GL-SOURCE-CODE   MOVE 5010 TO GL-ACCOUNT-NO
           MOVE 'Cost of Goods - Auct' TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'SHRK' TO GL-SOURCE-CODE   MOVE 6300 TO GL-ACCOUNT-NO
           MOVE 'Inventory Shrinkage' TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           MOVE 'DONA' TO GL-SOURCE-CODE   MOVE 6400 TO GL-ACCOUNT-NO
           MOVE 'Donated Inventory'  TO GL-ACCOUNT-NAME
           WRITE GL-ACCOUNT-RECORD
           CLOSE GL-ACCOUNT-TABLE
           .
      *-----------------------------------------------------------------
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF NOT ROW-IN-STORE
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(3:4) TO WS-SALE-YYMM
           IF WS-TARGET-YYMM = ZEROS OR WS-SALE-YYMM = WS-TARGET-YYMM
               EVALUATE SL-CATEGORY
                   WHEN 'SHIP'
                       PERFORM POST-SHIPPING-ROW
                   WHEN 'DLVR'
                       PERFORM POST-DELIVERY-ROW
                   WHEN OTHER
                       PERFORM FIND-CATEGORY-BUCKET
                       CALL 'CARDFEE' USING CARD-FEE-PARAMS
                                            SALES-LEDGER-RECORD
                       IF SL-IS-RETURN
                           SUBTRACT SL-SALE-PRICE
                               FROM WS-CT-NET-SALES(CT-IDX)
                           SUBTRACT SL-TAX-AMOUNT FROM WS-TAX-COLLECTED
                           SUBTRACT SL-COMMISSION
                               FROM WS-COMMISSION-TOTAL
                           SUBTRACT CF-FEE-AMOUNT FROM WS-CARD-FEE-TOTAL
                       ELSE
                           ADD SL-SALE-PRICE TO WS-CT-NET-SALES(CT-IDX)
                           ADD SL-TAX-AMOUNT TO WS-TAX-COLLECTED
                           ADD SL-COMMISSION TO WS-COMMISSION-TOTAL
                           ADD CF-FEE-AMOUNT TO WS-CARD-FEE-TOTAL
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-SALES-LEDGER
           .
      * --- THE SHIPPING/HANDLING ROW CMSPLN RINGS ON A SHIP-TO SALE IS
      *     HOUSE INCOME ON ITS OWN LINE, NOT MERCHANDISE SALES; ANY
      *     TAX ON IT IS STILL SALES TAX PAYABLE ---------------------
       POST-SHIPPING-ROW.
           IF SL-IS-RETURN
               SUBTRACT SL-SALE-PRICE FROM WS-SHIP-COLLECTED
               SUBTRACT SL-TAX-AMOUNT FROM WS-TAX-COLLECTED
           ELSE
               ADD SL-SALE-PRICE TO WS-SHIP-COLLECTED
               ADD SL-TAX-AMOUNT TO WS-TAX-COLLECTED
           END-IF
           .
      * --- THE DELIVERY FEE CMSPLN RINGS WITH A FURNITURE DELIVERY IS
      *     HOUSE INCOME ON ITS OWN LINE THE SAME WAY -----------------
       POST-DELIVERY-ROW.
           IF SL-IS-RETURN
               SUBTRACT SL-SALE-PRICE FROM WS-DLVR-COLLECTED
               SUBTRACT SL-TAX-AMOUNT FROM WS-TAX-COLLECTED
           ELSE
               ADD SL-SALE-PRICE TO WS-DLVR-COLLECTED
               ADD SL-TAX-AMOUNT TO WS-TAX-COLLECTED
           END-IF
           .
       FIND-CATEGORY-BUCKET.
           SET ENTRY-NOT-FOUND TO TRUE
           SET CT-IDX TO 1
           MOVE RL-DATE-PAID TO WS-RENT-DT
           COMPUTE WS-RENT-YYMM =
               FUNCTION MOD(WS-RENT-YYYY, 100) * 100 + WS-RENT-MM
           MOVE RL-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF (WS-TARGET-YYMM = ZEROS OR WS-RENT-YYMM = WS-TARGET-YYMM)
                   AND ROW-IN-STORE
               ADD RL-AMOUNT-PAID   TO WS-RENT-COLLECTED
               ADD RL-LATE-FEE-PAID TO WS-LATE-COLLECTED
           END-IF
      *     COMPLETED IN THE MONTH LANDS AS EXPENSE AGAINST A PAYABLE,
      *     THE SAME DEBIT/CREDIT PAIR COMMISSION USES ------------------
       ROLL-UP-WORK-ORDERS.
           IF NOT ALL-STORES
               OPEN INPUT BOOTH-MASTER
           END-IF
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-STATUS NOT = '00'
               SET END-OF-WORK-ORDERS TO TRUE
               PERFORM POST-ONE-WORK-ORDER UNTIL END-OF-WORK-ORDERS
               CLOSE WORK-ORDER-FILE
           END-IF
           IF NOT ALL-STORES AND WS-BM-STATUS NOT = '35'
               CLOSE BOOTH-MASTER
           END-IF
           .
       READ-WORK-ORDER.
           READ WORK-ORDER-FILE NEXT RECORD
               MOVE WO-COMPLETED-DATE TO WS-WO-DT
               COMPUTE WS-WO-YYMM =
                   FUNCTION MOD(WS-WO-YYYY, 100) * 100 + WS-WO-MM
               PERFORM FIND-WORK-ORDER-STORE
               PERFORM CHECK-ROW-STORE
               IF (WS-TARGET-YYMM = ZEROS
                       OR WS-WO-YYMM = WS-TARGET-YYMM)
                       AND ROW-IN-STORE
                   ADD WO-COST TO WS-MAINT-TOTAL
               END-IF
           END-IF
           PERFORM READ-WORK-ORDER
           .
      *-----------------------------------------------------------------
      * --- HOUSE INVENTORY COMES OFF THE ITEM TAGS THEMSELVES: WHAT
      *     THE SHOP PAID, WHEN THE PIECE CAME IN, AND WHEN AND HOW IT
      *     LEFT.  ONE PASS OF ITEMSKU GIVES THE OPENING STOCK, THE
      *     MONTH'S RECEIPTS, THE CLOSING STOCK AND THE WRITE-OFF,
      *     DONATION AND AUCTION RELIEF -------------------------------
       ROLL-UP-HOUSE-INVENTORY.
           IF WS-TARGET-YYMM = ZEROS
               MOVE ZEROS  TO WS-INV-START-YM
               MOVE 999998 TO WS-INV-END-YM
           ELSE
               COMPUTE WS-INV-START-YM = 200000 + WS-TARGET-YYMM
               MOVE WS-INV-START-YM TO WS-INV-END-YM
           END-IF
           MOVE HIGH-VALUES TO WS-VAL-TABLE
           PERFORM LOAD-AUCTION-SALES
           PERFORM LOAD-DONATED-WRITEOFFS
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '00'
               PERFORM READ-ITEM-SKU
               PERFORM TALLY-ONE-HOUSE-ITEM UNTIL END-OF-ITEM-SKU
               CLOSE ITEM-SKU
           END-IF
           PERFORM FIND-PRIOR-INVENTORY-BALANCE
           PERFORM FIGURE-INVENTORY-RELIEF
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
       TALLY-ONE-HOUSE-ITEM.
           IF IS-TENANT-ID NOT = ZEROS
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           MOVE IS-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF NOT ROW-IN-STORE
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           PERFORM FIGURE-HOUSE-ITEM-MONTHS
           PERFORM FIGURE-HOUSE-ITEM-COST
           IF WS-ITEM-RECEIVED-YM < WS-INV-START-YM
                   AND WS-ITEM-CLOSED-YM NOT < WS-INV-START-YM
               ADD WS-ITEM-COST TO WS-INV-OPENING
           END-IF
           IF WS-ITEM-RECEIVED-YM NOT < WS-INV-START-YM
                   AND WS-ITEM-RECEIVED-YM NOT > WS-INV-END-YM
               ADD IS-ACQUISITION-COST TO WS-INV-RECEIVED
           END-IF
           IF WS-ITEM-RECEIVED-YM NOT > WS-INV-END-YM
                   AND WS-ITEM-CLOSED-YM > WS-INV-END-YM
               ADD WS-ITEM-COST TO WS-INV-CLOSING
               PERFORM ADD-TO-VALUATION-LIST
           END-IF
           IF WS-ITEM-CLOSED-YM NOT < WS-INV-START-YM
                   AND WS-ITEM-CLOSED-YM NOT > WS-INV-END-YM
               PERFORM CLASSIFY-CLOSED-HOUSE-ITEM
           END-IF
           PERFORM READ-ITEM-SKU
           .
      * --- RECEIVED IS MMDDYYYY FROM ITMENT (ZERO ON OLD ROWS: ON HAND
      *     SINCE BEFORE ANY PERIOD).  A CLOSED ITEM CARRIES THE
      *     CCYYMMDD DATE IT LEFT IN IS-SOLD-DATE --------------------
       FIGURE-HOUSE-ITEM-MONTHS.
           MOVE ZEROS TO WS-ITEM-RECEIVED-YM
           IF IS-DATE-RECEIVED NUMERIC
               MOVE IS-DATE-RECEIVED TO WS-ITEM-RCV-DT
               COMPUTE WS-ITEM-RECEIVED-YM =
                   WS-ITEM-RCV-YYYY * 100 + WS-ITEM-RCV-MM
           END-IF
           MOVE 999999 TO WS-ITEM-CLOSED-YM
           IF IS-IS-SOLD OR IS-IS-WRITTEN-OFF OR IS-IS-DONATED
                   OR IS-IS-WITHDRAWN
               MOVE ZEROS TO WS-ITEM-CLOSED-YM
               IF IS-SOLD-DATE NUMERIC
                   MOVE IS-SOLD-DATE(1:6) TO WS-ITEM-CLOSED-YM
               END-IF
           END-IF
           .
      * --- A TAG FOR SEVERAL PIECES CARRIES ONLY THE SHARE OF ITS COST
      *     FOR THE UNITS STILL ON THE FLOOR OR ON LAYAWAY ------------
       FIGURE-HOUSE-ITEM-COST.
           MOVE IS-ACQUISITION-COST TO WS-ITEM-COST
           IF IS-QTY-RECEIVED NUMERIC AND IS-QTY-ON-HAND NUMERIC
                   AND IS-QTY-RESERVED NUMERIC
               IF IS-QTY-RECEIVED > 1
                   COMPUTE WS-ITEM-COST ROUNDED =
                       IS-ACQUISITION-COST
                       * (IS-QTY-ON-HAND + IS-QTY-RESERVED)
                       / IS-QTY-RECEIVED
               END-IF
           END-IF
           .
      * --- AN ITEM THAT LEFT WITHOUT AN ORDINARY SALE POSTS TO ITS
      *     OWN ACCOUNT; AN ORDINARY SALE IS LEFT IN COST OF GOODS ----
       CLASSIFY-CLOSED-HOUSE-ITEM.
           EVALUATE TRUE
               WHEN IS-IS-SOLD
                   PERFORM FIND-AUCTION-SALE
                   IF ENTRY-FOUND
                       ADD WS-ITEM-COST TO WS-INV-AUCTION
                   END-IF
               WHEN IS-IS-DONATED
                   ADD WS-ITEM-COST TO WS-INV-DONATED
               WHEN IS-IS-WRITTEN-OFF
                   PERFORM FIND-DONATED-WRITEOFF
                   IF ENTRY-FOUND
                       ADD WS-ITEM-COST TO WS-INV-DONATED
                   ELSE
                       ADD WS-ITEM-COST TO WS-INV-SHRINK
                   END-IF
               WHEN OTHER
                   ADD WS-ITEM-COST TO WS-INV-SHRINK
           END-EVALUATE
           .
       ADD-TO-VALUATION-LIST.
           ADD 1 TO WS-VAL-ITEMS
           SET ENTRY-NOT-FOUND TO TRUE
           SET VL-IDX TO 1
           PERFORM SCAN-VALUATION-LIST
               UNTIL VL-IDX > WS-VAL-COUNT OR ENTRY-FOUND
           IF ENTRY-NOT-FOUND
               IF WS-VAL-COUNT < 300
                   ADD 1 TO WS-VAL-COUNT
                   SET VL-IDX TO WS-VAL-COUNT
                   MOVE IS-LOT-NO   TO WS-VL-LOT-NO(VL-IDX)
                   MOVE IS-CATEGORY TO WS-VL-CATEGORY(VL-IDX)
                   MOVE ZEROS TO WS-VL-ITEMS(VL-IDX) WS-VL-COST(VL-IDX)
               ELSE
                   ADD 1 TO WS-VAL-OVER-ITEMS
                   ADD WS-ITEM-COST TO WS-VAL-OVER-COST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-VL-ITEMS(VL-IDX)
           ADD WS-ITEM-COST TO WS-VL-COST(VL-IDX)
           .
       SCAN-VALUATION-LIST.
           IF WS-VL-LOT-NO(VL-IDX) = IS-LOT-NO
                   AND WS-VL-CATEGORY(VL-IDX) = IS-CATEGORY
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET VL-IDX UP BY 1
           END-IF
           .
       FIND-AUCTION-SALE.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AS-IDX TO 1
           PERFORM SCAN-AUCTION-SALES
               UNTIL AS-IDX > WS-AUCT-SOLD-COUNT OR ENTRY-FOUND
           .
       SCAN-AUCTION-SALES.
           IF WS-AUCT-SOLD-SKU(AS-IDX) = IS-SKU
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET AS-IDX UP BY 1
           END-IF
           .
       FIND-DONATED-WRITEOFF.
           SET ENTRY-NOT-FOUND TO TRUE
           SET DN-IDX TO 1
           PERFORM SCAN-DONATED-WRITEOFFS
               UNTIL DN-IDX > WS-DONATED-COUNT OR ENTRY-FOUND
           .
       SCAN-DONATED-WRITEOFFS.
           IF WS-DONATED-SKU(DN-IDX) = IS-SKU
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET DN-IDX UP BY 1
           END-IF
           .
      * --- EVERY LOT THE AUCTION SOLD; ONLY HOUSE ITEMS ARE EVER
      *     LOOKED UP AGAINST IT --------------------------------------
       LOAD-AUCTION-SALES.
           OPEN INPUT AUCTION-CATALOG
           IF WS-AU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AUCTION-LOT
           PERFORM KEEP-ONE-AUCTION-SALE UNTIL END-OF-AUCTION-LOTS
           CLOSE AUCTION-CATALOG
           .
       READ-AUCTION-LOT.
           READ AUCTION-CATALOG NEXT RECORD
               AT END
                   SET END-OF-AUCTION-LOTS TO TRUE
           END-READ
           .
       KEEP-ONE-AUCTION-SALE.
           IF AU-IS-SOLD AND WS-AUCT-SOLD-COUNT < 500
               ADD 1 TO WS-AUCT-SOLD-COUNT
               MOVE AU-SKU TO WS-AUCT-SOLD-SKU(WS-AUCT-SOLD-COUNT)
           END-IF
           PERFORM READ-AUCTION-LOT
           .
       LOAD-DONATED-WRITEOFFS.
           OPEN INPUT WRITE-OFF-REGISTER
           IF WS-WR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WRITEOFF-ROW
           PERFORM KEEP-ONE-DONATED-WRITEOFF UNTIL END-OF-WRITEOFFS
           CLOSE WRITE-OFF-REGISTER
           .
       READ-WRITEOFF-ROW.
           READ WRITE-OFF-REGISTER NEXT RECORD
               AT END
                   SET END-OF-WRITEOFFS TO TRUE
           END-READ
           .
       KEEP-ONE-DONATED-WRITEOFF.
           IF WO-TENANT-ID = ZEROS AND WO-IS-DONATED
                   AND WS-DONATED-COUNT < 500
               ADD 1 TO WS-DONATED-COUNT
               MOVE WO-SKU TO WS-DONATED-SKU(WS-DONATED-COUNT)
           END-IF
           PERFORM READ-WRITEOFF-ROW
           .
      * --- WHAT THE GL ALREADY CARRIES FOR HOUSE INVENTORY: EVERY
      *     EARLIER PERIOD'S INVT ROWS ON GLJRNL.  ONLY A FILED RUN
      *     (CONSOLIDATED, ONE MONTH) STARTS FROM THE BOOKS ----------
       FIND-PRIOR-INVENTORY-BALANCE.
           MOVE 'INVT' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE WS-SHOW-ACCT TO WS-INVT-ACCT
           IF WS-INVT-ACCT = ZEROS
               DISPLAY 'INVT IS NOT ON THE GLACCTS CHART -- ADD THE '
                       'HOUSE INVENTORY ACCOUNTS WITH TBLMNT'
           END-IF
           IF NOT ALL-STORES OR WS-TARGET-YYMM = ZEROS
                   OR WS-INVT-ACCT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GJ-EOF-SW
           OPEN INPUT GL-JOURNAL
           IF WS-GJ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-GL-JOURNAL
           PERFORM ADD-ONE-PRIOR-INVT-ROW UNTIL END-OF-GL-JOURNAL
           CLOSE GL-JOURNAL
           .
       ADD-ONE-PRIOR-INVT-ROW.
           IF GJ-ACCOUNT-NO = WS-INVT-ACCT
                   AND GJ-PERIOD-YYMM < WS-TARGET-YYMM
               ADD GJ-DEBIT TO WS-INV-PRIOR-GL
               SUBTRACT GJ-CREDIT FROM WS-INV-PRIOR-GL
               SET INVENTORY-ON-BOOKS TO TRUE
           END-IF
           PERFORM READ-GL-JOURNAL
           .
      * --- COST OF GOODS SOLD IS THE BALANCING FIGURE: OPENING PLUS
      *     RECEIVED, LESS THE CLOSING STOCK AND THE OTHER RELIEF.  ON
      *     THE FIRST FILED PERIOD THE STOCK ALREADY ON HAND IS
      *     BROUGHT ONTO THE BOOKS AS AN OPENING ADJUSTMENT ----------
       FIGURE-INVENTORY-RELIEF.
           EVALUATE TRUE
               WHEN INVENTORY-ON-BOOKS
                   MOVE WS-INV-PRIOR-GL TO WS-INV-BOOK-OPENING
               WHEN ALL-STORES AND WS-TARGET-YYMM NOT = ZEROS
                   MOVE WS-INV-OPENING TO WS-INV-ADJUST
               WHEN OTHER
                   MOVE WS-INV-OPENING TO WS-INV-BOOK-OPENING
           END-EVALUATE
           COMPUTE WS-INV-ADDED = WS-INV-RECEIVED + WS-INV-ADJUST
           COMPUTE WS-INV-COGS = WS-INV-BOOK-OPENING + WS-INV-ADDED
               - WS-INV-CLOSING - WS-INV-AUCTION - WS-INV-SHRINK
               - WS-INV-DONATED
           COMPUTE WS-INV-RELIEF = WS-INV-COGS + WS-INV-AUCTION
               + WS-INV-SHRINK + WS-INV-DONATED
           .
      *-----------------------------------------------------------------
      * --- EVERY BALANCE CMSPAY HAS HELD UNDER THE MINIMUM CHECK IS
      *     STILL OWED: THE CONSPAY FILE AS IT STANDS IS THE HELD
      *     LIABILITY, WHATEVER PERIOD IS BEING POSTED -----------------
       SUM-HELD-CONSIGNOR-PAYABLE.
           OPEN INPUT CONSIGNOR-PAYABLE
           IF WS-CB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CONSIGNOR-PAYABLE
           PERFORM ADD-ONE-HELD-PAYABLE UNTIL END-OF-CONSIGNOR-PAYABLE
           CLOSE CONSIGNOR-PAYABLE
           .
       READ-CONSIGNOR-PAYABLE.
           READ CONSIGNOR-PAYABLE NEXT RECORD
               AT END
                   SET END-OF-CONSIGNOR-PAYABLE TO TRUE
           END-READ
           .
       ADD-ONE-HELD-PAYABLE.
           IF CB-HELD-BALANCE > ZEROS
               ADD CB-HELD-BALANCE TO WS-HELD-PAYABLE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-CONSIGNOR-PAYABLE
           .
      * --- MEMO ONLY: THE HELD MONEY IS ALREADY INSIDE COMMISSION
      *     PAYABLE, SO IT IS SHOWN, NOT POSTED ------------------------
       PRINT-HELD-PAYABLE-MEMO.
           MOVE 'CPAY' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY ' '
           DISPLAY 'MEMO: CONSIGNOR PAYABLE HELD UNDER MINIMUM CHECK'
           IF NOT ALL-STORES
               DISPLAY '  (ALL STORES -- HELD BALANCES ARE PER DEALER)'
           END-IF
           DISPLAY '  ' WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
                   WS-HELD-PAYABLE ' (' WS-HELD-COUNT ' CONSIGNORS)'
           .
      *-----------------------------------------------------------------
       LOOKUP-GL-ACCOUNT.
           MOVE ZEROS TO WS-SHOW-ACCT
       PRINT-POSTING-SUMMARY.
           COMPUTE WS-CASH-TOTAL = WS-TAX-COLLECTED
               + WS-RENT-COLLECTED + WS-LATE-COLLECTED
               + WS-SHIP-COLLECTED + WS-DLVR-COLLECTED
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               ADD WS-CT-NET-SALES(CT-IDX) TO WS-CASH-TOTAL
           ELSE
               DISPLAY 'FOR ALL ACTIVITY ON FILE'
           END-IF
           IF ALL-STORES
               DISPLAY 'STORE: ALL (CONSOLIDATED)'
           ELSE
               DISPLAY 'STORE: ' WS-STORE-ID
           END-IF
           DISPLAY ' '
           DISPLAY 'ACCT  ACCOUNT NAME          DEBIT          CREDIT'
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-TAX-COLLECTED TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
      * --- THE CONSIGNORS' CARD-FEE SHARE IS KEPT BACK FROM THEIR
      *     PAYOUT, SO IT COMES OFF COMMISSION PAYABLE AND IS CREDITED
      *     TO ITS OWN INCOME LINE, CHECKED AGAINST CARDSETL ----------
           COMPUTE WS-CPAY-TOTAL =
               WS-COMMISSION-TOTAL - WS-CARD-FEE-TOTAL
           MOVE 'CPAY' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME
                   '               ' WS-CPAY-TOTAL
           ADD WS-CPAY-TOTAL TO WS-TOT-CREDITS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-CPAY-TOTAL TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'CFEE' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME
                   '               ' WS-CARD-FEE-TOTAL
           ADD WS-CARD-FEE-TOTAL TO WS-TOT-CREDITS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-CARD-FEE-TOTAL TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'RENT' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-LATE-COLLECTED TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'SHIP' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME
                   '               ' WS-SHIP-COLLECTED
           ADD WS-SHIP-COLLECTED TO WS-TOT-CREDITS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-SHIP-COLLECTED TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'DLVR' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME
                   '               ' WS-DLVR-COLLECTED
           ADD WS-DLVR-COLLECTED TO WS-TOT-CREDITS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-DLVR-COLLECTED TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'MAIN' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-MAINT-TOTAL TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           PERFORM PRINT-INVENTORY-POSTING
           PERFORM PRINT-DEPARTMENT-SUBTOTALS
           PERFORM PRINT-HELD-PAYABLE-MEMO
           PERFORM PRINT-INVENTORY-VALUATION
           DISPLAY ' '
           DISPLAY 'TOTAL DEBITS:  ' WS-TOT-DEBITS
           DISPLAY 'TOTAL CREDITS: ' WS-TOT-CREDITS
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SUMMARY IS IN BALANCE'
           EVALUATE TRUE
               WHEN NOT ALL-STORES
                   DISPLAY 'STORE RUN -- NOT FILED ON THE GL JOURNAL'
               WHEN WS-TARGET-YYMM = ZEROS
                   DISPLAY 'ALL-PERIOD RUN -- NOT FILED ON THE GL '
                           'JOURNAL'
               WHEN OTHER
                   PERFORM REFILE-PERIOD-JOURNAL
           END-EVALUATE
           .
      * --- EVERY PRINTED LINE IS ALSO HELD FOR THE PERMANENT GLJRNL,
      *     KEYED BY PERIOD AND ACCOUNT, FOR GLTRIAL AND GLEXPORT ------
           MOVE WS-SHOW-ACCT   TO GJ-ACCOUNT-NO
           MOVE WS-SHOW-NAME   TO GJ-ACCOUNT-NAME
           MOVE DF-MMDDYYYY    TO GJ-RUN-DATE
           MOVE SPACES         TO GJ-SOURCE
           IF WS-JRNL-COUNT < 40
               ADD 1 TO WS-JRNL-COUNT
               MOVE GL-JOURNAL-RECORD
                   TO WS-JRNL-LINE(WS-JRNL-COUNT)
           END-IF
           .
      * --- A BALANCED SINGLE-PERIOD RUN LANDS ON GLJRNL BY REPLACING
      *     THE PERIOD'S OLD ROWS: EVERY OTHER PERIOD'S ROWS, AND
      *     ANY ROW ANOTHER PROGRAM FILED, ARE CARRIED OVER AND THE
      *     FILE IS REWRITTEN WITH THIS RUN'S LINES IN PLACE OF THE
      *     LAST RUN'S -------------------------------------------------
       REFILE-PERIOD-JOURNAL.
           MOVE ZEROS TO WS-KEEP-COUNT
           SET WS-GJ-EOF-SW TO 0
           .
       KEEP-ONE-JOURNAL-ROW.
           IF GJ-PERIOD-YYMM NOT = WS-TARGET-YYMM
                   OR GJ-SOURCE NOT = SPACES
               IF WS-KEEP-COUNT < 2400
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE GL-JOURNAL-RECORD
           PERFORM FILE-JOURNAL-LINE
           .
      *-----------------------------------------------------------------
      * --- HOUSE STOCK IN AT COST, AND OUT THROUGH THE ACCOUNT THAT
      *     MATCHES HOW IT LEFT -------------------------------------
       PRINT-INVENTORY-POSTING.
           MOVE 'INVT' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
                   WS-INV-ADDED
           ADD WS-INV-ADDED TO WS-TOT-DEBITS
           MOVE WS-INV-ADDED TO GJ-DEBIT
           MOVE ZEROS TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'IPUR' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME
                   '               ' WS-INV-ADDED
           ADD WS-INV-ADDED TO WS-TOT-CREDITS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-INV-ADDED TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'COGS' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
                   WS-INV-COGS
           ADD WS-INV-COGS TO WS-TOT-DEBITS
           MOVE WS-INV-COGS TO GJ-DEBIT
           MOVE ZEROS TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'ACOG' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
                   WS-INV-AUCTION
           ADD WS-INV-AUCTION TO WS-TOT-DEBITS
           MOVE WS-INV-AUCTION TO GJ-DEBIT
           MOVE ZEROS TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'SHRK' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
                   WS-INV-SHRINK
           ADD WS-INV-SHRINK TO WS-TOT-DEBITS
           MOVE WS-INV-SHRINK TO GJ-DEBIT
           MOVE ZEROS TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'DONA' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME SPACE
                   WS-INV-DONATED
           ADD WS-INV-DONATED TO WS-TOT-DEBITS
           MOVE WS-INV-DONATED TO GJ-DEBIT
           MOVE ZEROS TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           MOVE 'INVT' TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-GL-ACCOUNT
           DISPLAY WS-SHOW-ACCT SPACE WS-SHOW-NAME
                   '               ' WS-INV-RELIEF
           ADD WS-INV-RELIEF TO WS-TOT-CREDITS
           MOVE ZEROS TO GJ-DEBIT
           MOVE WS-INV-RELIEF TO GJ-CREDIT
           PERFORM FILE-JOURNAL-LINE
           .
      *-----------------------------------------------------------------
      * --- THE CLOSING STOCK BEHIND THE INVENTORY LINES, BY ESTATE LOT
      *     (LOT 0000 IS STOCK BOUGHT PIECE BY PIECE) AND CATEGORY,
      *     THEN THE ROLL-FORWARD THAT TIES IT TO THE JOURNAL --------
       PRINT-INVENTORY-VALUATION.
           SORT WS-VAL-ENTRY
               ON ASCENDING KEY WS-VL-LOT-NO WS-VL-CATEGORY
           SET SP-OP-OPEN TO TRUE
           MOVE 'INVVALU' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           PERFORM EMIT-REPORT-LINE
           MOVE 'HOUSE INVENTORY AT COST BY LOT AND CATEGORY'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-TARGET-YYMM NOT = ZEROS
               STRING 'ON HAND AT END OF MONTH (YYMM): ' WS-TARGET-YYMM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE 'ON HAND NOW' TO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF ALL-STORES
               MOVE 'STORE: ALL (CONSOLIDATED)' TO WS-RPT-LINE
           ELSE
               STRING 'STORE: ' WS-STORE-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'LOT     CATEGORY   ITEMS               COST'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO WS-LOT-ITEMS WS-LOT-COST
           IF WS-VAL-COUNT > ZEROS
               MOVE WS-VL-LOT-NO(1) TO WS-PREV-LOT-NO
           END-IF
           PERFORM PRINT-ONE-VALUATION-ROW
               VARYING VL-IDX FROM 1 BY 1
               UNTIL VL-IDX > WS-VAL-COUNT
           IF WS-VAL-COUNT > ZEROS
               PERFORM PRINT-LOT-SUBTOTAL
           END-IF
           IF WS-VAL-OVER-ITEMS > ZEROS
               MOVE SPACES TO WS-VAL-DETAIL
               MOVE 'OTHER'          TO VD-LOT-NO
               MOVE WS-VAL-OVER-ITEMS TO VD-ITEMS
               MOVE WS-VAL-OVER-COST TO VD-COST
               MOVE WS-VAL-DETAIL TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-VAL-DETAIL
           MOVE 'TOTAL'        TO VD-LOT-NO
           MOVE WS-VAL-ITEMS   TO VD-ITEMS
           MOVE WS-INV-CLOSING TO VD-COST
           MOVE WS-VAL-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-INVENTORY-ROLL-FORWARD
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-VALUATION-ROW.
           IF WS-VL-LOT-NO(VL-IDX) NOT = WS-PREV-LOT-NO
               PERFORM PRINT-LOT-SUBTOTAL
               MOVE WS-VL-LOT-NO(VL-IDX) TO WS-PREV-LOT-NO
           END-IF
           MOVE SPACES TO WS-VAL-DETAIL
           MOVE WS-VL-LOT-NO(VL-IDX)   TO VD-LOT-NO
           MOVE WS-VL-CATEGORY(VL-IDX) TO VD-CATEGORY
           MOVE WS-VL-ITEMS(VL-IDX)    TO VD-ITEMS
           MOVE WS-VL-COST(VL-IDX)     TO VD-COST
           MOVE WS-VAL-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           ADD WS-VL-ITEMS(VL-IDX) TO WS-LOT-ITEMS
           ADD WS-VL-COST(VL-IDX)  TO WS-LOT-COST
           .
       PRINT-LOT-SUBTOTAL.
           MOVE SPACES TO WS-VAL-DETAIL
           MOVE 'LOT TOTAL'  TO VD-CATEGORY
           MOVE WS-LOT-ITEMS TO VD-ITEMS
           MOVE WS-LOT-COST  TO VD-COST
           MOVE WS-VAL-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO WS-LOT-ITEMS WS-LOT-COST
           .
      * --- OPENING + IN - OUT = CLOSING, EACH LINE WITH THE ACCOUNT IT
      *     POSTED TO, SO THE LISTING TOTAL CAN BE PUT NEXT TO THE GL --
       PRINT-INVENTORY-ROLL-FORWARD.
           MOVE 'RECONCILIATION TO THE POSTING:' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'INVT' TO WS-LOOKUP-SOURCE
           MOVE 'HOUSE INVENTORY AT START OF PERIOD' TO RC-LABEL
           MOVE WS-INV-BOOK-OPENING TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           IF WS-INV-ADJUST NOT = ZEROS
               MOVE 'IPUR' TO WS-LOOKUP-SOURCE
               MOVE '+ STOCK BROUGHT ONTO THE BOOKS' TO RC-LABEL
               MOVE WS-INV-ADJUST TO RC-AMOUNT
               PERFORM EMIT-RECON-LINE
           END-IF
           MOVE 'IPUR' TO WS-LOOKUP-SOURCE
           MOVE '+ RECEIVED AT COST' TO RC-LABEL
           MOVE WS-INV-RECEIVED TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           MOVE 'COGS' TO WS-LOOKUP-SOURCE
           MOVE '- COST OF GOODS SOLD' TO RC-LABEL
           MOVE WS-INV-COGS TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           MOVE 'ACOG' TO WS-LOOKUP-SOURCE
           MOVE '- SOLD AT AUCTION' TO RC-LABEL
           MOVE WS-INV-AUCTION TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           MOVE 'SHRK' TO WS-LOOKUP-SOURCE
           MOVE '- WRITTEN OFF (SHRINKAGE)' TO RC-LABEL
           MOVE WS-INV-SHRINK TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           MOVE 'DONA' TO WS-LOOKUP-SOURCE
           MOVE '- DONATED' TO RC-LABEL
           MOVE WS-INV-DONATED TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           MOVE 'INVT' TO WS-LOOKUP-SOURCE
           MOVE '= HOUSE INVENTORY AT END OF PERIOD' TO RC-LABEL
           MOVE WS-INV-CLOSING TO RC-AMOUNT
           PERFORM EMIT-RECON-LINE
           IF NOT ALL-STORES OR WS-TARGET-YYMM = ZEROS
               MOVE '(NOT FILED -- OPENING FIGURED FROM THE ITEM DATES)'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
       EMIT-RECON-LINE.
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE WS-SHOW-ACCT TO RC-ACCT
           MOVE WS-RECON-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
      *-----------------------------------------------------------------
      * --- THE SAME NET SALES ROLLED TO THE LEVEL THE OWNER THINKS
      *     IN, UNDER THE CATEGORY CREDITS -----------------------------
       PRINT-DEPARTMENT-SUBTOTALS.
               SET DS-IDX UP BY 1
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A WORK ORDER BELONGS TO THE STORE ITS BOOTH IS IN; AN
      *     ORDER WITH NO BOOTH, OR A BOOTH NOT ON FILE, IS STORE 01 ---
       FIND-WORK-ORDER-STORE.
           MOVE '01' TO WS-ROW-STORE
           IF ALL-STORES OR WO-BOOTH-ID = SPACES
                   OR WS-BM-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WO-BOOTH-ID TO BM-BOOTH-ID
           READ BOOTH-MASTER
               INVALID KEY
                   MOVE SPACES TO BM-STORE-ID
           END-READ
           MOVE BM-STORE-ID TO WS-ROW-STORE
           .
      *-----------------------------------------------------------------
      * --- DOES THE ROW'S STORE (WS-ROW-STORE) BELONG ON THIS RUN?
      *     EVERY ROW DOES ON A CONSOLIDATED RUN; A BLANK STORE IS
      *     STORE 01, THE ORIGINAL MALL --------------------------------
       CHECK-ROW-STORE.
           MOVE 0 TO WS-ROW-STORE-SW
           IF WS-ROW-STORE = SPACES
               MOVE '01' TO WS-ROW-STORE
           END-IF
           IF ALL-STORES OR WS-ROW-STORE = WS-STORE-ID
               SET ROW-IN-STORE TO TRUE
           END-IF
           .
