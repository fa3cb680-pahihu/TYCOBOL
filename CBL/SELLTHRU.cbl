       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELLTHRU.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SELLTHRU -- CONSIGNOR SELL-THROUGH AND DAYS-TO-SELL.  WALKS
      *    EVERY CONSIGNED TAG ON ITEMSKU (HOUSE STOCK, TENANT ZERO,
      *    IS LEFT OUT) AND COUNTS WHAT CAME IN, WHAT SOLD, WHAT THE
      *    DEALER TOOK HOME ('X') AND WHAT EXPIRED ('P' WAITING FOR
      *    PICKUP, 'D' DONATED AFTER EXPIRY).  SELL-THROUGH IS TAGS
      *    SOLD OVER TAGS RECEIVED; DAYS TO SELL RUNS FROM THE INTAKE
      *    DATE TO THE SOLD DATE AND IS REPORTED AS THE MEDIAN, SO ONE
      *    PIECE THAT SAT FOR THREE YEARS DOES NOT SKEW IT; THE
      *    MARKDOWN IS THE AVERAGE MARKDOWN BATCH PERCENT ON THE TAGS
      *    THAT SOLD.
      *      "GNUMAIN SELLTHRU"           MALL-WIDE: EVERY DEALER
      *                                   RANKED BY SELL-THROUGH, THEN
      *                                   EVERY CATEGORY RANKED THE
      *                                   SAME WAY (SPOOLED SELLTHRU)
      *      "GNUMAIN SELLTHRU <TENANT>"  ONE DEALER'S SHEET TO HAND
      *                                   ACROSS THE DESK: THEIR LINE
      *                                   AND RANK AGAINST THE MALL,
      *                                   AND EACH OF THEIR CATEGORIES
      *                                   BESIDE THE MALL'S NUMBERS
      *                                   (SPOOLED SELLDLR)
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
       01 WS-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
       01 WS-TARGET-TENANT     PIC 9(6) VALUE ZEROS.
      * --- ONE ROW PER DEALER, PER CATEGORY, AND (ON THE ONE-DEALER
      *     SHEET) PER CATEGORY OF THAT DEALER.  UNUSED ROWS ARE LOW-
      *     VALUES SO THE DESCENDING RANKING SORT LEAVES THEM LAST ---
       01 WS-TENANT-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-TENANT-TABLE.
          03 WS-TENANT-ENTRY   OCCURS 500 TIMES INDEXED BY TN-IDX.
             05 WS-TN-USED-SW       PIC X.
             05 WS-TN-TENANT-ID     PIC 9(6).
             05 WS-TN-TOTALS.
                07 WS-TN-RECEIVED   PIC 9(5).
                07 WS-TN-SOLD       PIC 9(5).
                07 WS-TN-WITHDRAWN  PIC 9(5).
                07 WS-TN-EXPIRED    PIC 9(5).
                07 WS-TN-DATED      PIC 9(5).
                07 WS-TN-MKDN-SUM   PIC 9(7).
                07 WS-TN-SELL-PCT   PIC 9(3)V9.
                07 WS-TN-MEDIAN     PIC 9(4)V9.
       01 WS-CATEGORY-COUNT    PIC 9(3) VALUE ZEROS.
       01 WS-CATEGORY-TABLE.
          03 WS-CATEGORY-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
             05 WS-CT-USED-SW       PIC X.
             05 WS-CT-CATEGORY      PIC X(4).
             05 WS-CT-TOTALS.
                07 WS-CT-RECEIVED   PIC 9(5).
                07 WS-CT-SOLD       PIC 9(5).
                07 WS-CT-WITHDRAWN  PIC 9(5).
                07 WS-CT-EXPIRED    PIC 9(5).
                07 WS-CT-DATED      PIC 9(5).
                07 WS-CT-MKDN-SUM   PIC 9(7).
                07 WS-CT-SELL-PCT   PIC 9(3)V9.
                07 WS-CT-MEDIAN     PIC 9(4)V9.
       01 WS-DEALER-CAT-COUNT  PIC 9(3) VALUE ZEROS.
       01 WS-DEALER-CAT-TABLE.
          03 WS-DEALER-CAT-ENTRY OCCURS 100 TIMES INDEXED BY DC-IDX.
             05 WS-DC-USED-SW       PIC X.
             05 WS-DC-CATEGORY      PIC X(4).
             05 WS-DC-TOTALS.
                07 WS-DC-RECEIVED   PIC 9(5).
                07 WS-DC-SOLD       PIC 9(5).
                07 WS-DC-WITHDRAWN  PIC 9(5).
                07 WS-DC-EXPIRED    PIC 9(5).
                07 WS-DC-DATED      PIC 9(5).
                07 WS-DC-MKDN-SUM   PIC 9(7).
                07 WS-DC-SELL-PCT   PIC 9(3)V9.
                07 WS-DC-MEDIAN     PIC 9(4)V9.
      * --- MALL-WIDE TOTALS, SAME SHAPE AS A TABLE ROW ---------------
       01 WS-MALL-TOTALS.
          03 WS-ML-RECEIVED    PIC 9(6) VALUE ZEROS.
          03 WS-ML-SOLD        PIC 9(6) VALUE ZEROS.
          03 WS-ML-WITHDRAWN   PIC 9(6) VALUE ZEROS.
          03 WS-ML-EXPIRED     PIC 9(6) VALUE ZEROS.
          03 WS-ML-DATED       PIC 9(6) VALUE ZEROS.
          03 WS-ML-MKDN-SUM    PIC 9(8) VALUE ZEROS.
          03 WS-ML-SELL-PCT    PIC 9(3)V9 VALUE ZEROS.
          03 WS-ML-MEDIAN      PIC 9(4)V9 VALUE ZEROS.
      * --- ONE ROW PER SOLD TAG WITH GOOD DATES, SORTED THREE WAYS
      *     TO PICK OUT THE MEDIANS.  UNUSED ROWS ARE HIGH-VALUES SO
      *     THEY SORT TO THE BOTTOM ------------------------------------
       01 WS-SOLD-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-SOLD-TABLE.
          03 WS-SOLD-ENTRY     OCCURS 20000 TIMES.
             05 WS-SD-TENANT-ID     PIC 9(6).
             05 WS-SD-CATEGORY      PIC X(4).
             05 WS-SD-DAYS          PIC 9(4).
       01 WS-SOLD-IDX          PIC 9(5) VALUE ZEROS.
       01 WS-GROUP-COUNT       PIC 9(5) VALUE ZEROS.
       01 WS-LOWER-IDX         PIC 9(5) VALUE ZEROS.
       01 WS-UPPER-IDX         PIC 9(5) VALUE ZEROS.
       01 WS-MEDIAN            PIC 9(4)V9 VALUE ZEROS.
       01 WS-PREV-TENANT-ID    PIC 9(6) VALUE ZEROS.
       01 WS-PREV-CATEGORY     PIC X(4) VALUE SPACES.
      * --- ONE TAG -------------------------------------------------
       01 WS-RECEIVED-DATE     PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-RECEIVED-DATE.
          03 WS-RECEIVED-MMDD  PIC 9(4).
          03 WS-RECEIVED-YYYY  PIC 9(4).
       01 WS-RECEIVED-ISO      PIC 9(8) VALUE ZEROS.
       01 WS-SOLD-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-TO-SELL      PIC S9(6) VALUE ZEROS.
       01 WS-TAG-MKDN          PIC 9(2) VALUE ZEROS.
      * --- ONE ROW HANDED TO THE COMMON PRINT AND PERCENT
      *     PARAGRAPHS -------------------------------------------------
       01 WS-ROW-TOTALS.
          03 WS-RW-RECEIVED    PIC 9(6) VALUE ZEROS.
          03 WS-RW-SOLD        PIC 9(6) VALUE ZEROS.
          03 WS-RW-WITHDRAWN   PIC 9(6) VALUE ZEROS.
          03 WS-RW-EXPIRED     PIC 9(6) VALUE ZEROS.
          03 WS-RW-MKDN-SUM    PIC 9(8) VALUE ZEROS.
          03 WS-RW-SELL-PCT    PIC 9(3)V9 VALUE ZEROS.
          03 WS-RW-MEDIAN      PIC 9(4)V9 VALUE ZEROS.
          03 WS-RW-DATED       PIC 9(6) VALUE ZEROS.
       01 WS-AVG-MKDN          PIC 9(2)V9 VALUE ZEROS.
       01 WS-RANK              PIC 9(3) VALUE ZEROS.
       01 WS-TARGET-RANK       PIC 9(3) VALUE ZEROS.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-SHOW-RANK         PIC ZZ9.
       01 WS-SHOW-OF           PIC ZZ9.
       01 WS-SHOW-RECEIVED     PIC ZZZZ9.
       01 WS-SHOW-SOLD         PIC ZZZZ9.
       01 WS-SHOW-WITHDRAWN    PIC ZZZZ9.
       01 WS-SHOW-EXPIRED      PIC ZZZZ9.
       01 WS-SHOW-PCT          PIC ZZ9.9.
       01 WS-SHOW-MEDIAN       PIC ZZZ9.9.
       01 WS-SHOW-MKDN         PIC Z9.9.
       01 WS-SHOW-MALL-PCT     PIC ZZ9.9.
       01 WS-SHOW-MALL-MEDIAN  PIC ZZZ9.9.
       COPY DATEFMT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-TENANT
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO ANALYZE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUES  TO WS-TENANT-TABLE WS-CATEGORY-TABLE
                               WS-DEALER-CAT-TABLE
           MOVE HIGH-VALUES TO WS-SOLD-TABLE
           PERFORM START-ITEM-SCAN
           PERFORM READ-ITEM-SKU
           PERFORM TALLY-ONE-ITEM
               UNTIL END-OF-ITEM-SKU
           CLOSE ITEM-SKU
           PERFORM TAKE-MEDIANS
           PERFORM FIGURE-SELL-THROUGH
           SORT WS-TENANT-ENTRY
               ON DESCENDING KEY WS-TN-USED-SW WS-TN-SELL-PCT
                                 WS-TN-SOLD
           SORT WS-CATEGORY-ENTRY
               ON DESCENDING KEY WS-CT-USED-SW WS-CT-SELL-PCT
                                 WS-CT-SOLD
           OPEN INPUT TENANT-MASTER
           IF WS-TARGET-TENANT > ZEROS
               PERFORM PRINT-DEALER-SHEET
           ELSE
               PERFORM PRINT-MALL-RANKINGS
           END-IF
           CLOSE TENANT-MASTER
           GOBACK
           .
      *-----------------------------------------------------------------
       START-ITEM-SCAN.
           MOVE SPACES TO IS-SKU
           START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
               INVALID KEY
                   SET END-OF-ITEM-SKU TO TRUE
           END-START
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
      * --- EVERY CONSIGNED TAG COUNTS AS RECEIVED, WHATEVER BECAME
      *     OF IT; A TAG THAT SOLD WITH A GOOD INTAKE DATE AND SOLD
      *     DATE ALSO GOES INTO THE DAYS-TO-SELL TABLE ----------------
       TALLY-ONE-ITEM.
           IF IS-TENANT-ID NOT NUMERIC OR IS-TENANT-ID = ZEROS
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           MOVE -1 TO WS-DAYS-TO-SELL
           MOVE ZEROS TO WS-TAG-MKDN
           IF IS-IS-SOLD
               IF IS-MARKDOWN-PCT IS NUMERIC
                   MOVE IS-MARKDOWN-PCT TO WS-TAG-MKDN
               END-IF
               PERFORM FIGURE-DAYS-TO-SELL
           END-IF
           PERFORM FIND-TENANT-ROW
           IF ENTRY-FOUND
               PERFORM COUNT-TAG-FOR-TENANT
           END-IF
           PERFORM FIND-CATEGORY-ROW
           IF ENTRY-FOUND
               PERFORM COUNT-TAG-FOR-CATEGORY
           END-IF
           IF IS-TENANT-ID = WS-TARGET-TENANT
               PERFORM FIND-DEALER-CAT-ROW
               IF ENTRY-FOUND
                   PERFORM COUNT-TAG-FOR-DEALER-CAT
               END-IF
           END-IF
           PERFORM COUNT-TAG-FOR-MALL
           IF WS-DAYS-TO-SELL >= ZEROS AND WS-SOLD-COUNT < 20000
               ADD 1 TO WS-SOLD-COUNT
               MOVE IS-TENANT-ID    TO WS-SD-TENANT-ID(WS-SOLD-COUNT)
               MOVE IS-CATEGORY     TO WS-SD-CATEGORY(WS-SOLD-COUNT)
               MOVE WS-DAYS-TO-SELL TO WS-SD-DAYS(WS-SOLD-COUNT)
           END-IF
           PERFORM READ-ITEM-SKU
           .
      * --- INTAKE IS STAMPED MMDDYYYY, THE SALE YYMMDD -------------
       FIGURE-DAYS-TO-SELL.
           IF IS-DATE-RECEIVED NOT NUMERIC OR IS-SOLD-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE IS-DATE-RECEIVED TO WS-RECEIVED-DATE
           COMPUTE WS-RECEIVED-ISO = WS-RECEIVED-YYYY * 10000
               + WS-RECEIVED-MMDD
           MOVE IS-SOLD-DATE TO WS-SOLD-ISO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-ISO) NOT = ZEROS
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-SOLD-ISO)
                       NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-TO-SELL =
               FUNCTION INTEGER-OF-DATE(WS-SOLD-ISO)
               - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-ISO)
           IF WS-DAYS-TO-SELL > 9999
               MOVE 9999 TO WS-DAYS-TO-SELL
           END-IF
           .
       FIND-TENANT-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           SET TN-IDX TO 1
           SEARCH WS-TENANT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TN-USED-SW(TN-IDX) NOT = 'Y'
                   IF WS-TENANT-COUNT < 500
                       ADD 1 TO WS-TENANT-COUNT
                       INITIALIZE WS-TN-TOTALS(TN-IDX)
                       MOVE 'Y' TO WS-TN-USED-SW(TN-IDX)
                       MOVE IS-TENANT-ID TO WS-TN-TENANT-ID(TN-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               WHEN WS-TN-TENANT-ID(TN-IDX) = IS-TENANT-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
       FIND-CATEGORY-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           SET CT-IDX TO 1
           SEARCH WS-CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-USED-SW(CT-IDX) NOT = 'Y'
                   ADD 1 TO WS-CATEGORY-COUNT
                   INITIALIZE WS-CT-TOTALS(CT-IDX)
                   MOVE 'Y' TO WS-CT-USED-SW(CT-IDX)
                   MOVE IS-CATEGORY TO WS-CT-CATEGORY(CT-IDX)
                   SET ENTRY-FOUND TO TRUE
               WHEN WS-CT-CATEGORY(CT-IDX) = IS-CATEGORY
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
       FIND-DEALER-CAT-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           SET DC-IDX TO 1
           SEARCH WS-DEALER-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DC-USED-SW(DC-IDX) NOT = 'Y'
                   ADD 1 TO WS-DEALER-CAT-COUNT
                   INITIALIZE WS-DC-TOTALS(DC-IDX)
                   MOVE 'Y' TO WS-DC-USED-SW(DC-IDX)
                   MOVE IS-CATEGORY TO WS-DC-CATEGORY(DC-IDX)
                   SET ENTRY-FOUND TO TRUE
               WHEN WS-DC-CATEGORY(DC-IDX) = IS-CATEGORY
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
       COUNT-TAG-FOR-TENANT.
           ADD 1 TO WS-TN-RECEIVED(TN-IDX)
           EVALUATE TRUE
               WHEN IS-IS-SOLD
                   ADD 1 TO WS-TN-SOLD(TN-IDX)
                   ADD WS-TAG-MKDN TO WS-TN-MKDN-SUM(TN-IDX)
                   IF WS-DAYS-TO-SELL >= ZEROS
                       ADD 1 TO WS-TN-DATED(TN-IDX)
                   END-IF
               WHEN IS-IS-WITHDRAWN
                   ADD 1 TO WS-TN-WITHDRAWN(TN-IDX)
               WHEN IS-IS-PENDING-PICKUP OR IS-IS-DONATED
                   ADD 1 TO WS-TN-EXPIRED(TN-IDX)
           END-EVALUATE
           .
       COUNT-TAG-FOR-CATEGORY.
           ADD 1 TO WS-CT-RECEIVED(CT-IDX)
           EVALUATE TRUE
               WHEN IS-IS-SOLD
                   ADD 1 TO WS-CT-SOLD(CT-IDX)
                   ADD WS-TAG-MKDN TO WS-CT-MKDN-SUM(CT-IDX)
                   IF WS-DAYS-TO-SELL >= ZEROS
                       ADD 1 TO WS-CT-DATED(CT-IDX)
                   END-IF
               WHEN IS-IS-WITHDRAWN
                   ADD 1 TO WS-CT-WITHDRAWN(CT-IDX)
               WHEN IS-IS-PENDING-PICKUP OR IS-IS-DONATED
                   ADD 1 TO WS-CT-EXPIRED(CT-IDX)
           END-EVALUATE
           .
       COUNT-TAG-FOR-DEALER-CAT.
           ADD 1 TO WS-DC-RECEIVED(DC-IDX)
           EVALUATE TRUE
               WHEN IS-IS-SOLD
                   ADD 1 TO WS-DC-SOLD(DC-IDX)
                   ADD WS-TAG-MKDN TO WS-DC-MKDN-SUM(DC-IDX)
                   IF WS-DAYS-TO-SELL >= ZEROS
                       ADD 1 TO WS-DC-DATED(DC-IDX)
                   END-IF
               WHEN IS-IS-WITHDRAWN
                   ADD 1 TO WS-DC-WITHDRAWN(DC-IDX)
               WHEN IS-IS-PENDING-PICKUP OR IS-IS-DONATED
                   ADD 1 TO WS-DC-EXPIRED(DC-IDX)
           END-EVALUATE
           .
       COUNT-TAG-FOR-MALL.
           ADD 1 TO WS-ML-RECEIVED
           EVALUATE TRUE
               WHEN IS-IS-SOLD
                   ADD 1 TO WS-ML-SOLD
                   ADD WS-TAG-MKDN TO WS-ML-MKDN-SUM
                   IF WS-DAYS-TO-SELL >= ZEROS
                       ADD 1 TO WS-ML-DATED
                   END-IF
               WHEN IS-IS-WITHDRAWN
                   ADD 1 TO WS-ML-WITHDRAWN
               WHEN IS-IS-PENDING-PICKUP OR IS-IS-DONATED
                   ADD 1 TO WS-ML-EXPIRED
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- A GROUP'S ROWS SIT TOGETHER IN DAYS ORDER AFTER EACH SORT,
      *     SO ITS MEDIAN IS READ STRAIGHT OFF THE MIDDLE ROW (OR THE
      *     TWO MIDDLE ROWS) FROM WHERE THE GROUP STARTS --------------
       TAKE-MEDIANS.
           IF WS-SOLD-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           SORT WS-SOLD-ENTRY ON ASCENDING KEY WS-SD-DAYS
           MOVE WS-SOLD-COUNT TO WS-GROUP-COUNT
           MOVE 1 TO WS-SOLD-IDX
           PERFORM PICK-GROUP-MEDIAN
           MOVE WS-MEDIAN TO WS-ML-MEDIAN
           SORT WS-SOLD-ENTRY
               ON ASCENDING KEY WS-SD-TENANT-ID WS-SD-DAYS
           MOVE HIGH-VALUES TO WS-PREV-TENANT-ID
           PERFORM TAKE-ONE-TENANT-MEDIAN
               VARYING WS-SOLD-IDX FROM 1 BY 1
               UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
           SORT WS-SOLD-ENTRY
               ON ASCENDING KEY WS-SD-CATEGORY WS-SD-DAYS
           MOVE HIGH-VALUES TO WS-PREV-CATEGORY
           PERFORM TAKE-ONE-CATEGORY-MEDIAN
               VARYING WS-SOLD-IDX FROM 1 BY 1
               UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
           IF WS-TARGET-TENANT > ZEROS
               SORT WS-SOLD-ENTRY
                   ON ASCENDING KEY WS-SD-TENANT-ID WS-SD-CATEGORY
                                    WS-SD-DAYS
               MOVE HIGH-VALUES TO WS-PREV-CATEGORY
               PERFORM TAKE-ONE-DEALER-CAT-MEDIAN
                   VARYING WS-SOLD-IDX FROM 1 BY 1
                   UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
           END-IF
           .
       TAKE-ONE-TENANT-MEDIAN.
           IF WS-SD-TENANT-ID(WS-SOLD-IDX) = WS-PREV-TENANT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SD-TENANT-ID(WS-SOLD-IDX) TO WS-PREV-TENANT-ID
           SET TN-IDX TO 1
           SEARCH WS-TENANT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TN-TENANT-ID(TN-IDX) = WS-PREV-TENANT-ID
                   MOVE WS-TN-DATED(TN-IDX) TO WS-GROUP-COUNT
                   PERFORM PICK-GROUP-MEDIAN
                   MOVE WS-MEDIAN TO WS-TN-MEDIAN(TN-IDX)
           END-SEARCH
           .
       TAKE-ONE-CATEGORY-MEDIAN.
           IF WS-SD-CATEGORY(WS-SOLD-IDX) = WS-PREV-CATEGORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SD-CATEGORY(WS-SOLD-IDX) TO WS-PREV-CATEGORY
           SET CT-IDX TO 1
           SEARCH WS-CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-CATEGORY(CT-IDX) = WS-PREV-CATEGORY
                   MOVE WS-CT-DATED(CT-IDX) TO WS-GROUP-COUNT
                   PERFORM PICK-GROUP-MEDIAN
                   MOVE WS-MEDIAN TO WS-CT-MEDIAN(CT-IDX)
           END-SEARCH
           .
       TAKE-ONE-DEALER-CAT-MEDIAN.
           IF WS-SD-TENANT-ID(WS-SOLD-IDX) NOT = WS-TARGET-TENANT
                   OR WS-SD-CATEGORY(WS-SOLD-IDX) = WS-PREV-CATEGORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SD-CATEGORY(WS-SOLD-IDX) TO WS-PREV-CATEGORY
           SET DC-IDX TO 1
           SEARCH WS-DEALER-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DC-CATEGORY(DC-IDX) = WS-PREV-CATEGORY
                   MOVE WS-DC-DATED(DC-IDX) TO WS-GROUP-COUNT
                   PERFORM PICK-GROUP-MEDIAN
                   MOVE WS-MEDIAN TO WS-DC-MEDIAN(DC-IDX)
           END-SEARCH
           .
      * --- WS-SOLD-IDX IS THE GROUP'S FIRST ROW, WS-GROUP-COUNT ITS
      *     ROWS; ODD COUNTS LAND BOTH POINTERS ON THE SAME ROW -------
       PICK-GROUP-MEDIAN.
           MOVE ZEROS TO WS-MEDIAN
           IF WS-GROUP-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOWER-IDX =
               WS-SOLD-IDX + (WS-GROUP-COUNT + 1) / 2 - 1
           COMPUTE WS-UPPER-IDX =
               WS-SOLD-IDX + WS-GROUP-COUNT / 2
           COMPUTE WS-MEDIAN ROUNDED =
               (WS-SD-DAYS(WS-LOWER-IDX) + WS-SD-DAYS(WS-UPPER-IDX))
               / 2
           .
      *-----------------------------------------------------------------
       FIGURE-SELL-THROUGH.
           PERFORM FIGURE-ONE-TENANT-PCT
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > WS-TENANT-COUNT
           PERFORM FIGURE-ONE-CATEGORY-PCT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CATEGORY-COUNT
           PERFORM FIGURE-ONE-DEALER-CAT-PCT
               VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > WS-DEALER-CAT-COUNT
           IF WS-ML-RECEIVED > ZEROS
               COMPUTE WS-ML-SELL-PCT ROUNDED =
                   WS-ML-SOLD * 100 / WS-ML-RECEIVED
           END-IF
           .
       FIGURE-ONE-TENANT-PCT.
           IF WS-TN-RECEIVED(TN-IDX) > ZEROS
               COMPUTE WS-TN-SELL-PCT(TN-IDX) ROUNDED =
                   WS-TN-SOLD(TN-IDX) * 100 / WS-TN-RECEIVED(TN-IDX)
           END-IF
           .
       FIGURE-ONE-CATEGORY-PCT.
           IF WS-CT-RECEIVED(CT-IDX) > ZEROS
               COMPUTE WS-CT-SELL-PCT(CT-IDX) ROUNDED =
                   WS-CT-SOLD(CT-IDX) * 100 / WS-CT-RECEIVED(CT-IDX)
           END-IF
           .
       FIGURE-ONE-DEALER-CAT-PCT.
           IF WS-DC-RECEIVED(DC-IDX) > ZEROS
               COMPUTE WS-DC-SELL-PCT(DC-IDX) ROUNDED =
                   WS-DC-SOLD(DC-IDX) * 100 / WS-DC-RECEIVED(DC-IDX)
           END-IF
           .
      *-----------------------------------------------------------------
      * --- MALL-WIDE: DEALERS BEST TO WORST, THEN CATEGORIES --------
       PRINT-MALL-RANKINGS.
           SET SP-OP-OPEN TO TRUE
           MOVE 'SELLTHRU' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING '      SELL-THROUGH AND DAYS TO SELL -- ALL DEALERS  '
               DF-MMDDYYYY DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'RNK TENANT NAME               RECVD  SOLD  WDRN  EXPD'
               & ' SELL%  MEDDAY MKDN%' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-TENANT-RANK
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > WS-TENANT-COUNT
           PERFORM PRINT-MALL-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE '    CATEGORY                  RECVD  SOLD  WDRN  EXPD'
               & ' SELL%  MEDDAY MKDN%' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-CATEGORY-RANK
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CATEGORY-COUNT
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-TENANT-RANK.
           MOVE WS-TN-TENANT-ID(TN-IDX) TO TM-TENANT-ID
           PERFORM GET-TENANT-NAME
           MOVE WS-TN-RECEIVED(TN-IDX)  TO WS-RW-RECEIVED
           MOVE WS-TN-SOLD(TN-IDX)      TO WS-RW-SOLD
           MOVE WS-TN-WITHDRAWN(TN-IDX) TO WS-RW-WITHDRAWN
           MOVE WS-TN-EXPIRED(TN-IDX)   TO WS-RW-EXPIRED
           MOVE WS-TN-MKDN-SUM(TN-IDX)  TO WS-RW-MKDN-SUM
           MOVE WS-TN-SELL-PCT(TN-IDX)  TO WS-RW-SELL-PCT
           MOVE WS-TN-MEDIAN(TN-IDX)    TO WS-RW-MEDIAN
           MOVE WS-TN-DATED(TN-IDX)     TO WS-RW-DATED
           PERFORM EDIT-ROW-TOTALS
           SET WS-RANK TO TN-IDX
           MOVE WS-RANK TO WS-SHOW-RANK
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SHOW-RANK ' ' WS-TN-TENANT-ID(TN-IDX) ' '
               WS-NAME-LINE(1:18) ' '
               WS-SHOW-RECEIVED ' ' WS-SHOW-SOLD ' '
               WS-SHOW-WITHDRAWN ' ' WS-SHOW-EXPIRED ' '
               WS-SHOW-PCT '  ' WS-SHOW-MEDIAN '  ' WS-SHOW-MKDN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-ONE-CATEGORY-RANK.
           MOVE WS-CT-RECEIVED(CT-IDX)  TO WS-RW-RECEIVED
           MOVE WS-CT-SOLD(CT-IDX)      TO WS-RW-SOLD
           MOVE WS-CT-WITHDRAWN(CT-IDX) TO WS-RW-WITHDRAWN
           MOVE WS-CT-EXPIRED(CT-IDX)   TO WS-RW-EXPIRED
           MOVE WS-CT-MKDN-SUM(CT-IDX)  TO WS-RW-MKDN-SUM
           MOVE WS-CT-SELL-PCT(CT-IDX)  TO WS-RW-SELL-PCT
           MOVE WS-CT-MEDIAN(CT-IDX)    TO WS-RW-MEDIAN
           MOVE WS-CT-DATED(CT-IDX)     TO WS-RW-DATED
           PERFORM EDIT-ROW-TOTALS
           SET WS-RANK TO CT-IDX
           MOVE WS-RANK TO WS-SHOW-RANK
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SHOW-RANK ' ' WS-CT-CATEGORY(CT-IDX)
               '                      '
               WS-SHOW-RECEIVED ' ' WS-SHOW-SOLD ' '
               WS-SHOW-WITHDRAWN ' ' WS-SHOW-EXPIRED ' '
               WS-SHOW-PCT '  ' WS-SHOW-MEDIAN '  ' WS-SHOW-MKDN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-MALL-LINE.
           MOVE WS-ML-RECEIVED  TO WS-RW-RECEIVED
           MOVE WS-ML-SOLD      TO WS-RW-SOLD
           MOVE WS-ML-WITHDRAWN TO WS-RW-WITHDRAWN
           MOVE WS-ML-EXPIRED   TO WS-RW-EXPIRED
           MOVE WS-ML-MKDN-SUM  TO WS-RW-MKDN-SUM
           MOVE WS-ML-SELL-PCT  TO WS-RW-SELL-PCT
           MOVE WS-ML-MEDIAN    TO WS-RW-MEDIAN
           MOVE WS-ML-DATED     TO WS-RW-DATED
           PERFORM EDIT-ROW-TOTALS
           MOVE SPACES TO WS-RPT-LINE
           STRING '    WHOLE MALL                '
               WS-SHOW-RECEIVED ' ' WS-SHOW-SOLD ' '
               WS-SHOW-WITHDRAWN ' ' WS-SHOW-EXPIRED ' '
               WS-SHOW-PCT '  ' WS-SHOW-MEDIAN '  ' WS-SHOW-MKDN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- AVERAGE MARKDOWN IS OVER THE TAGS THAT SOLD --------------
       EDIT-ROW-TOTALS.
           MOVE ZEROS TO WS-AVG-MKDN
           IF WS-RW-SOLD > ZEROS
               COMPUTE WS-AVG-MKDN ROUNDED =
                   WS-RW-MKDN-SUM / WS-RW-SOLD
           END-IF
           MOVE WS-RW-RECEIVED  TO WS-SHOW-RECEIVED
           MOVE WS-RW-SOLD      TO WS-SHOW-SOLD
           MOVE WS-RW-WITHDRAWN TO WS-SHOW-WITHDRAWN
           MOVE WS-RW-EXPIRED   TO WS-SHOW-EXPIRED
           MOVE WS-RW-SELL-PCT  TO WS-SHOW-PCT
           MOVE WS-RW-MEDIAN    TO WS-SHOW-MEDIAN
           MOVE WS-AVG-MKDN     TO WS-SHOW-MKDN
           .
       GET-TENANT-NAME.
           MOVE SPACES TO WS-NAME-LINE
           READ TENANT-MASTER
               INVALID KEY
                   MOVE 'TENANT NOT ON FILE' TO WS-NAME-LINE
           END-READ
           IF WS-TM-STATUS = '00'
               STRING TM-FIRST DELIMITED BY SPACE
                      ' ' TM-LAST-NAME DELIMITED BY SIZE
                      INTO WS-NAME-LINE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ONE DEALER: THEIR LINE AND RANK AGAINST THE WHOLE MALL,
      *     THEN EACH OF THEIR CATEGORIES BESIDE THE MALL'S SELL-
      *     THROUGH AND MEDIAN DAYS IN THAT CATEGORY -----------------
       PRINT-DEALER-SHEET.
           MOVE ZEROS TO WS-TARGET-RANK
           SET TN-IDX TO 1
           SEARCH WS-TENANT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TN-USED-SW(TN-IDX) = 'Y'
                       AND WS-TN-TENANT-ID(TN-IDX) = WS-TARGET-TENANT
                   SET WS-TARGET-RANK TO TN-IDX
           END-SEARCH
           IF WS-TARGET-RANK = ZEROS
               DISPLAY 'NO ITEMS ON FILE FOR TENANT ' WS-TARGET-TENANT
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET TN-IDX TO WS-TARGET-RANK
           MOVE WS-TARGET-TENANT TO TM-TENANT-ID
           PERFORM GET-TENANT-NAME
           SET SP-OP-OPEN TO TRUE
           MOVE 'SELLDLR' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - YOUR SELL-THROUGH AT A GLANCE'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEALER: ' WS-TARGET-TENANT ' ' WS-NAME-LINE
               '   ' DF-MMDDYYYY DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE '                              RECVD  SOLD  WDRN  EXPD'
               & ' SELL%  MEDDAY MKDN%' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-TN-RECEIVED(TN-IDX)  TO WS-RW-RECEIVED
           MOVE WS-TN-SOLD(TN-IDX)      TO WS-RW-SOLD
           MOVE WS-TN-WITHDRAWN(TN-IDX) TO WS-RW-WITHDRAWN
           MOVE WS-TN-EXPIRED(TN-IDX)   TO WS-RW-EXPIRED
           MOVE WS-TN-MKDN-SUM(TN-IDX)  TO WS-RW-MKDN-SUM
           MOVE WS-TN-SELL-PCT(TN-IDX)  TO WS-RW-SELL-PCT
           MOVE WS-TN-MEDIAN(TN-IDX)    TO WS-RW-MEDIAN
           MOVE WS-TN-DATED(TN-IDX)     TO WS-RW-DATED
           PERFORM EDIT-ROW-TOTALS
           MOVE SPACES TO WS-RPT-LINE
           STRING '    YOUR ITEMS                '
               WS-SHOW-RECEIVED ' ' WS-SHOW-SOLD ' '
               WS-SHOW-WITHDRAWN ' ' WS-SHOW-EXPIRED ' '
               WS-SHOW-PCT '  ' WS-SHOW-MEDIAN '  ' WS-SHOW-MKDN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-MALL-LINE
           MOVE WS-TARGET-RANK TO WS-SHOW-RANK
           MOVE WS-TENANT-COUNT TO WS-SHOW-OF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'YOUR SELL-THROUGH RANKS ' WS-SHOW-RANK ' OF '
               WS-SHOW-OF ' DEALERS IN THE MALL'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'CATG RECVD  SOLD  WDRN  EXPD SELL%  MEDDAY MKDN%'
               & '   MALL: SELL%  MEDDAY' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-DEALER-CAT
               VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > WS-DEALER-CAT-COUNT
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-DEALER-CAT.
           MOVE WS-DC-RECEIVED(DC-IDX)  TO WS-RW-RECEIVED
           MOVE WS-DC-SOLD(DC-IDX)      TO WS-RW-SOLD
           MOVE WS-DC-WITHDRAWN(DC-IDX) TO WS-RW-WITHDRAWN
           MOVE WS-DC-EXPIRED(DC-IDX)   TO WS-RW-EXPIRED
           MOVE WS-DC-MKDN-SUM(DC-IDX)  TO WS-RW-MKDN-SUM
           MOVE WS-DC-SELL-PCT(DC-IDX)  TO WS-RW-SELL-PCT
           MOVE WS-DC-MEDIAN(DC-IDX)    TO WS-RW-MEDIAN
           MOVE WS-DC-DATED(DC-IDX)     TO WS-RW-DATED
           PERFORM EDIT-ROW-TOTALS
           MOVE ZEROS TO WS-SHOW-MALL-PCT WS-SHOW-MALL-MEDIAN
           SET CT-IDX TO 1
           SEARCH WS-CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-USED-SW(CT-IDX) = 'Y'
                       AND WS-CT-CATEGORY(CT-IDX)
                           = WS-DC-CATEGORY(DC-IDX)
                   MOVE WS-CT-SELL-PCT(CT-IDX) TO WS-SHOW-MALL-PCT
                   MOVE WS-CT-MEDIAN(CT-IDX)   TO WS-SHOW-MALL-MEDIAN
           END-SEARCH
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DC-CATEGORY(DC-IDX) ' '
               WS-SHOW-RECEIVED ' ' WS-SHOW-SOLD ' '
               WS-SHOW-WITHDRAWN ' ' WS-SHOW-EXPIRED ' '
               WS-SHOW-PCT '  ' WS-SHOW-MEDIAN '  ' WS-SHOW-MKDN
               '         ' WS-SHOW-MALL-PCT '  ' WS-SHOW-MALL-MEDIAN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
