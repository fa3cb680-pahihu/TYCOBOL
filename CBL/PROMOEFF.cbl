       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOEFF.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    PROMOEFF -- PROMOTION EFFECTIVENESS REPORT.  FOR EVERY SALES
      *    EVENT FALLING IN A DATE RANGE ("GNUMAIN PROMOEFF
      *    [FROM-YYMMDD] [TO-YYMMDD]", DEFAULT JANUARY 1 THROUGH
      *    TODAY) IT ANSWERS "DID IT PAY FOR ITSELF?":
      *      - EVERY DISCOUNT DAY ON THE PROMOCAL CALENDAR, AND EVERY
      *        DISCSKED MONTH-RANGE RULE (LIMITED TO ITS CATEGORY
      *        WHEN THE RULE NAMES ONE), IS ONE EVENT;
      *      - THE EVENT'S NET SALES, TRANSACTIONS, AVERAGE TICKET,
      *        DISCOUNT GIVEN AND DEALER COMMISSION ARE LAID BESIDE A
      *        BASELINE -- THE SAME WEEKDAYS IN THE FOUR WEEKS BEFORE
      *        EACH EVENT DAY, LEAVING OUT ANY DAY THAT WAS ITSELF ON
      *        PROMOTION, SCALED TO THE EVENT'S LENGTH -- AND BESIDE
      *        THE SAME DATES A YEAR EARLIER, TAKEN FROM THE LIVE
      *        LEDGER AND THE SALESARC ARCHIVE ARCHPRG BUILDS;
      *      - THE COMMISSION THE DEALERS GAVE UP IN DISCOUNTS IS SET
      *        AGAINST THE EXTRA COMMISSION THE LIFT IN VOLUME EARNED
      *        THEM, AND THE EVENT IS BROKEN DOWN BY DEPARTMENT.
      *    THE RANGE MAY RUN UP TO A YEAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT SALES-ARCHIVE
               ASSIGN TO 'SALESARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT DISCOUNT-SCHEDULE
               ASSIGN TO 'DISCSKED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD  PIC X(146).
       FD  DISCOUNT-SCHEDULE.
       COPY DISCSKED.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-SA-STATUS         PIC XX VALUE '00'.
       01 WS-DS-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-SA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-ARCHIVE   VALUE 1.
          03 WS-DS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DISCOUNT-SCHEDULE VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
      * --- THE REPORT RANGE, AS YYMMDD AND AS INTEGER DAY NUMBERS;
      *     THE END ALSO AS CCYYMMDD FOR THE LEDGER'S DATE KEY -------
       01 WS-TODAY-YYMMDD      PIC 9(6) VALUE ZEROS.
       01 WS-FROM-DATE         PIC 9(6) VALUE ZEROS.
       01 WS-TO-DATE           PIC 9(6) VALUE ZEROS.
       01 WS-TO-ISO            PIC 9(8) VALUE ZEROS.
       01 WS-FROM-INT          PIC S9(8) COMP.
       01 WS-TO-INT            PIC S9(8) COMP.
      * --- THE DAY TABLE STARTS A YEAR AND FOUR WEEKS BEFORE THE
      *     RANGE, SO EVERY BASELINE AND LAST-YEAR DAY HAS A SLOT ----
       01 WS-BASE-INT          PIC S9(8) COMP.
       01 WS-DAY-SPAN          PIC 9(4) VALUE ZEROS.
       01 WS-DATE-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-DATE-INT          PIC S9(8) COMP.
       01 WS-WORK-INT          PIC S9(8) COMP.
       01 WS-START-INT         PIC S9(8) COMP.
       01 WS-END-INT           PIC S9(8) COMP.
       01 WS-YEAR              PIC 9(4) VALUE ZEROS.
       01 WS-FIRST-YEAR        PIC 9(4) VALUE ZEROS.
       01 WS-LAST-YEAR         PIC 9(4) VALUE ZEROS.
       01 WS-END-YEAR          PIC 9(4) VALUE ZEROS.
       01 WS-END-MONTH         PIC 9(2) VALUE ZEROS.
       01 WS-WEEKS-BACK        PIC 9 VALUE ZEROS.
      * --- ONE ROW PER EVENT; EACH CARRIES THREE SETS OF TOTALS:
      *     (1) THE EVENT, (2) THE BASELINE, (3) LAST YEAR -----------
       01 WS-EVENT-COUNT       PIC 9(2) VALUE ZEROS.
       01 WS-EVENT-TABLE.
          03 WS-EVENT-ENTRY    OCCURS 60 TIMES INDEXED BY EV-IDX.
             05 WS-EV-NAME          PIC X(20).
             05 WS-EV-CATEGORY      PIC X(4).
             05 WS-EV-PCT           PIC 9(2).
             05 WS-EV-START-INT     PIC S9(8) COMP.
             05 WS-EV-END-INT       PIC S9(8) COMP.
             05 WS-EV-ROLE          OCCURS 3 TIMES.
                07 WS-EV-DAYS       PIC 9(4).
                07 WS-EV-NET        PIC S9(8)V9(2).
                07 WS-EV-TRANS      PIC 9(6).
                07 WS-EV-DISC       PIC S9(7)V9(2).
                07 WS-EV-COMM       PIC S9(8)V9(2).
                07 WS-EV-GIVEUP     PIC S9(7)V9(2).
             05 WS-EV-DEPT-COUNT    PIC 9(2).
             05 WS-EV-DEPT          OCCURS 10 TIMES.
                07 WS-EVD-CODE      PIC X(4).
                07 WS-EVD-NAME      PIC X(20).
                07 WS-EVD-NET       OCCURS 3 TIMES
                                    PIC S9(8)V9(2).
       01 WS-EV-NO             PIC 9(2) VALUE ZEROS.
       01 WS-ROLE-NO           PIC 9 VALUE ZEROS.
       01 WS-DEPT-NO           PIC 9(2) VALUE ZEROS.
      * --- ONE SLOT PER CALENDAR DAY: WHETHER ANY EVENT RAN THAT DAY,
      *     AND WHICH (EVENT, ROLE) PAIRS A SALE ON THAT DAY COUNTS
      *     TOWARD ----------------------------------------------------
       01 WS-DAY-TABLE.
          03 WS-DAY-ENTRY      OCCURS 800 TIMES.
             05 WS-DAY-PROMO-SW     PIC X.
                88 DAY-IS-PROMOTION         VALUE 'Y'.
             05 WS-DAY-SLOT-COUNT   PIC 9.
             05 WS-DAY-SLOT         OCCURS 8 TIMES.
                07 WS-DS-EVENT      PIC 9(2).
                07 WS-DS-ROLE       PIC 9.
       01 WS-DAY-IDX           PIC 9(4) VALUE ZEROS.
       01 WS-SLOT-IDX          PIC 9 VALUE ZEROS.
       01 WS-ADD-INT           PIC S9(8) COMP.
       01 WS-ADD-EVENT         PIC 9(2) VALUE ZEROS.
       01 WS-ADD-ROLE          PIC 9 VALUE ZEROS.
      * --- ONE LEDGER ROW'S CONTRIBUTION ----------------------------
       01 WS-ROW-SIGN          PIC S9 VALUE +1.
       01 WS-ROW-DISC          PIC S9(5)V9(2) VALUE ZEROS.
       01 WS-ROW-GIVEUP        PIC S9(5)V9(2) VALUE ZEROS.
      * --- REPORT WORK FIELDS -----------------------------------------
       01 WS-SCALE             PIC 9(3)V9(6) VALUE ZEROS.
       01 WS-BASE-NET          PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-BASE-TRANS        PIC 9(6) VALUE ZEROS.
       01 WS-BASE-DISC         PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-BASE-COMM         PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-TICKET            PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-LIFT              PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-LIFT-PCT          PIC S9(5)V9 VALUE ZEROS.
       01 WS-EXTRA-COMM        PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-DEALER-NET        PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-SHOW-1            PIC -(7)9.99.
       01 WS-SHOW-2            PIC -(7)9.99.
       01 WS-SHOW-3            PIC -(7)9.99.
       01 WS-SHOW-PCT          PIC -(4)9.9.
       01 WS-SHOW-START        PIC 9(6) VALUE ZEROS.
       01 WS-SHOW-END          PIC 9(6) VALUE ZEROS.
       COPY DATEFMT.
       COPY DEPTLKP.
       COPY PROMOCAL.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-YYMMDD FROM DATE
           MOVE WS-TODAY-YYMMDD TO WS-TO-DATE
           COMPUTE WS-FROM-DATE = WS-TODAY-YYMMDD / 10000 * 10000 + 101
           IF ARGC >= 1
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-FROM-DATE
           END-IF
           IF ARGC >= 2
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TO-DATE
           END-IF
           COMPUTE WS-DATE-ISO = 20000000 + WS-FROM-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
               DISPLAY 'FROM DATE MUST BE YYMMDD'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           COMPUTE WS-DATE-ISO = 20000000 + WS-TO-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
               DISPLAY 'TO DATE MUST BE YYMMDD'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           MOVE WS-DATE-ISO TO WS-TO-ISO
           IF WS-TO-INT < WS-FROM-INT
                   OR WS-TO-INT - WS-FROM-INT > 365
               DISPLAY 'RANGE MUST RUN FORWARD AND NO MORE THAN A YEAR'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-BASE-INT = WS-FROM-INT - 366 - 28
           COMPUTE WS-DAY-SPAN = WS-TO-INT - WS-BASE-INT + 1
           INITIALIZE WS-DAY-TABLE
           PERFORM BUILD-PROMOCAL-EVENTS
           PERFORM BUILD-SCHEDULE-EVENTS
           IF WS-EVENT-COUNT = ZEROS
               DISPLAY 'NO PROMOTIONS FALL BETWEEN ' WS-FROM-DATE
                       ' AND ' WS-TO-DATE
               GOBACK
           END-IF
           PERFORM MARK-EVENT-DAYS
               VARYING WS-EV-NO FROM 1 BY 1
               UNTIL WS-EV-NO > WS-EVENT-COUNT
           PERFORM MARK-BASELINE-DAYS
               VARYING WS-EV-NO FROM 1 BY 1
               UNTIL WS-EV-NO > WS-EVENT-COUNT
           PERFORM TALLY-LIVE-LEDGER
           PERFORM TALLY-ARCHIVE
           DISPLAY '      PROMOTION EFFECTIVENESS -- ' WS-FROM-DATE
                   ' THRU ' WS-TO-DATE
           DISPLAY '      BASELINE = SAME WEEKDAYS IN THE 4 PRIOR WEEKS'
                   ' (NON-PROMOTION DAYS),'
           DISPLAY '      SCALED TO THE EVENT''S NUMBER OF DAYS'
           PERFORM PRINT-ONE-EVENT
               VARYING WS-EV-NO FROM 1 BY 1
               UNTIL WS-EV-NO > WS-EVENT-COUNT
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- EVERY PROMOCAL DATE WITH A DISCOUNT (BLACKOUT DAYS GIVE
      *     NONE) IS A ONE-DAY EVENT IN EACH YEAR THE RANGE TOUCHES --
       BUILD-PROMOCAL-EVENTS.
           COMPUTE WS-FIRST-YEAR = 2000 + WS-FROM-DATE / 10000
           COMPUTE WS-LAST-YEAR  = 2000 + WS-TO-DATE / 10000
           PERFORM ADD-PROMOCAL-YEAR
               VARYING WS-YEAR FROM WS-FIRST-YEAR BY 1
               UNTIL WS-YEAR > WS-LAST-YEAR
           .
       ADD-PROMOCAL-YEAR.
           PERFORM ADD-ONE-PROMOCAL-DAY
               VARYING PROMO-IDX FROM 1 BY 1
               UNTIL PROMO-IDX > 10
           .
       ADD-ONE-PROMOCAL-DAY.
           IF PROMO-IS-BLACKOUT(PROMO-IDX)
                   OR PROMO-DISCOUNT-PCT(PROMO-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-ISO = WS-YEAR * 10000
               + PROMO-MONTH(PROMO-IDX) * 100 + PROMO-DAY(PROMO-IDX)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           IF WS-START-INT < WS-FROM-INT OR WS-START-INT > WS-TO-INT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-START-INT TO WS-END-INT
           PERFORM OPEN-EVENT-ROW
           IF ENTRY-FOUND
               MOVE PROMO-NAME(PROMO-IDX) TO WS-EV-NAME(EV-IDX)
               MOVE SPACES TO WS-EV-CATEGORY(EV-IDX)
               MOVE PROMO-DISCOUNT-PCT(PROMO-IDX) TO WS-EV-PCT(EV-IDX)
           END-IF
           .
      * --- EVERY DISCSKED RULE WITH A DISCOUNT IS AN EVENT FROM THE
      *     FIRST OF ITS START MONTH TO THE END OF ITS END MONTH (INTO
      *     THE NEXT YEAR WHEN IT WRAPS), CUT TO THE REPORT RANGE ----
       BUILD-SCHEDULE-EVENTS.
           OPEN INPUT DISCOUNT-SCHEDULE
           IF WS-DS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIRST-YEAR = 1999 + WS-FROM-DATE / 10000
           COMPUTE WS-LAST-YEAR  = 2000 + WS-TO-DATE / 10000
           PERFORM READ-DISCOUNT-SCHEDULE
           PERFORM ADD-ONE-SCHEDULE-RULE
               UNTIL END-OF-DISCOUNT-SCHEDULE
           CLOSE DISCOUNT-SCHEDULE
           .
       READ-DISCOUNT-SCHEDULE.
           READ DISCOUNT-SCHEDULE NEXT RECORD
               AT END
                   SET END-OF-DISCOUNT-SCHEDULE TO TRUE
           END-READ
           .
       ADD-ONE-SCHEDULE-RULE.
           IF DS-DISCOUNT-PERCENT IS NUMERIC
                   AND DS-DISCOUNT-PERCENT > ZEROS
                   AND DS-START-MONTH >= 1 AND DS-START-MONTH <= 12
                   AND DS-END-MONTH >= 1 AND DS-END-MONTH <= 12
               PERFORM ADD-SCHEDULE-YEAR
                   VARYING WS-YEAR FROM WS-FIRST-YEAR BY 1
                   UNTIL WS-YEAR > WS-LAST-YEAR
           END-IF
           PERFORM READ-DISCOUNT-SCHEDULE
           .
       ADD-SCHEDULE-YEAR.
           COMPUTE WS-DATE-ISO = WS-YEAR * 10000
               + DS-START-MONTH * 100 + 1
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
      * --- THE RULE ENDS THE DAY BEFORE THE FIRST OF THE MONTH AFTER
      *     ITS END MONTH ---------------------------------------------
           MOVE WS-YEAR TO WS-END-YEAR
           IF DS-END-MONTH < DS-START-MONTH
               ADD 1 TO WS-END-YEAR
           END-IF
           IF DS-END-MONTH = 12
               ADD 1 TO WS-END-YEAR
               MOVE 1 TO WS-END-MONTH
           ELSE
               COMPUTE WS-END-MONTH = DS-END-MONTH + 1
           END-IF
           COMPUTE WS-DATE-ISO = WS-END-YEAR * 10000
               + WS-END-MONTH * 100 + 1
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-ISO) - 1
           IF WS-START-INT < WS-FROM-INT
               MOVE WS-FROM-INT TO WS-START-INT
           END-IF
           IF WS-END-INT > WS-TO-INT
               MOVE WS-TO-INT TO WS-END-INT
           END-IF
           IF WS-START-INT > WS-END-INT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-EVENT-ROW
           IF ENTRY-FOUND
               MOVE 'SCHEDULED SALE' TO WS-EV-NAME(EV-IDX)
               MOVE DS-CATEGORY TO WS-EV-CATEGORY(EV-IDX)
               MOVE DS-DISCOUNT-PERCENT TO WS-EV-PCT(EV-IDX)
           END-IF
           .
       OPEN-EVENT-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           IF WS-EVENT-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           SET EV-IDX TO WS-EVENT-COUNT
           INITIALIZE WS-EVENT-ENTRY(EV-IDX)
           MOVE WS-START-INT TO WS-EV-START-INT(EV-IDX)
           MOVE WS-END-INT   TO WS-EV-END-INT(EV-IDX)
           SET ENTRY-FOUND TO TRUE
           .
      *-----------------------------------------------------------------
      * --- EACH EVENT DAY COUNTS FOR THE EVENT (ROLE 1), AND THE SAME
      *     DATE A YEAR EARLIER FOR LAST YEAR (ROLE 3) ----------------
       MARK-EVENT-DAYS.
           PERFORM MARK-ONE-EVENT-DAY
               VARYING WS-WORK-INT FROM WS-EV-START-INT(WS-EV-NO) BY 1
               UNTIL WS-WORK-INT > WS-EV-END-INT(WS-EV-NO)
           .
       MARK-ONE-EVENT-DAY.
           MOVE WS-WORK-INT TO WS-ADD-INT
           MOVE WS-EV-NO    TO WS-ADD-EVENT
           MOVE 1           TO WS-ADD-ROLE
           PERFORM ADD-DAY-ROLE
           COMPUTE WS-DAY-IDX = WS-WORK-INT - WS-BASE-INT + 1
           SET DAY-IS-PROMOTION(WS-DAY-IDX) TO TRUE
           COMPUTE WS-DATE-ISO =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT) - 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) = ZEROS
               COMPUTE WS-ADD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
               MOVE 3 TO WS-ADD-ROLE
               PERFORM ADD-DAY-ROLE
           END-IF
           .
      * --- BASELINE (ROLE 2): THE SAME WEEKDAY ONE TO FOUR WEEKS
      *     BACK FROM EACH EVENT DAY, SKIPPING ANY DAY SOME EVENT RAN
      *     ON.  RUN ONLY AFTER EVERY EVENT DAY IS MARKED -------------
       MARK-BASELINE-DAYS.
           PERFORM MARK-ONE-BASELINE-DAY
               VARYING WS-WORK-INT FROM WS-EV-START-INT(WS-EV-NO) BY 1
               UNTIL WS-WORK-INT > WS-EV-END-INT(WS-EV-NO)
           .
       MARK-ONE-BASELINE-DAY.
           PERFORM MARK-ONE-PRIOR-WEEK
               VARYING WS-WEEKS-BACK FROM 1 BY 1
               UNTIL WS-WEEKS-BACK > 4
           .
       MARK-ONE-PRIOR-WEEK.
           COMPUTE WS-ADD-INT = WS-WORK-INT - 7 * WS-WEEKS-BACK
           COMPUTE WS-DAY-IDX = WS-ADD-INT - WS-BASE-INT + 1
           IF NOT DAY-IS-PROMOTION(WS-DAY-IDX)
               MOVE WS-EV-NO TO WS-ADD-EVENT
               MOVE 2        TO WS-ADD-ROLE
               PERFORM ADD-DAY-ROLE
           END-IF
           .
      * --- A DAY HOLDS EACH (EVENT, ROLE) PAIR ONCE, SO A BASELINE
      *     DAY REACHED FROM TWO EVENT DAYS IS STILL ONE DAY ---------
       ADD-DAY-ROLE.
           IF WS-ADD-INT < WS-BASE-INT OR WS-ADD-INT > WS-TO-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-IDX = WS-ADD-INT - WS-BASE-INT + 1
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM CHECK-ONE-DAY-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-DAY-SLOT-COUNT(WS-DAY-IDX)
                   OR ENTRY-FOUND
           IF ENTRY-FOUND OR WS-DAY-SLOT-COUNT(WS-DAY-IDX) >= 8
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-SLOT-COUNT(WS-DAY-IDX)
           MOVE WS-DAY-SLOT-COUNT(WS-DAY-IDX) TO WS-SLOT-IDX
           MOVE WS-ADD-EVENT TO WS-DS-EVENT(WS-DAY-IDX, WS-SLOT-IDX)
           MOVE WS-ADD-ROLE  TO WS-DS-ROLE(WS-DAY-IDX, WS-SLOT-IDX)
           ADD 1 TO WS-EV-DAYS(WS-ADD-EVENT, WS-ADD-ROLE)
           .
       CHECK-ONE-DAY-SLOT.
           IF WS-DS-EVENT(WS-DAY-IDX, WS-SLOT-IDX) = WS-ADD-EVENT
                   AND WS-DS-ROLE(WS-DAY-IDX, WS-SLOT-IDX)
                       = WS-ADD-ROLE
               SET ENTRY-FOUND TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE LIVE LEDGER IS READ IN DATE ORDER FROM THE FIRST DAY
      *     THE TABLE COVERS ------------------------------------------
       TALLY-LIVE-LEDGER.
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-ISO = FUNCTION DATE-OF-INTEGER(WS-BASE-INT)
           MOVE WS-DATE-ISO TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   SET END-OF-SALES-LEDGER TO TRUE
           END-START
           IF NOT END-OF-SALES-LEDGER
               PERFORM READ-SALES-LEDGER
           END-IF
           PERFORM POST-ONE-ROW
               UNTIL END-OF-SALES-LEDGER
                   OR SL-DATE-OF-SALE > WS-TO-ISO
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           .
       POST-ONE-ROW.
           PERFORM POST-THIS-LEDGER-RECORD
           PERFORM READ-SALES-LEDGER
           .
      * --- THE ARCHIVE HOLDS THE SAME RECORD IMAGES THE LIVE LEDGER
      *     DOES, SO EACH ARCHIVED LINE IS LAID INTO THE LEDGER RECORD
      *     AND POSTED THROUGH THE SAME PARAGRAPH ----------------------
       TALLY-ARCHIVE.
           OPEN INPUT SALES-ARCHIVE
           IF WS-SA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SALES-ARCHIVE
           PERFORM POST-ONE-ARCHIVE-ROW UNTIL END-OF-SALES-ARCHIVE
           CLOSE SALES-ARCHIVE
           .
       READ-SALES-ARCHIVE.
           READ SALES-ARCHIVE NEXT RECORD
               AT END
                   SET END-OF-SALES-ARCHIVE TO TRUE
           END-READ
           .
       POST-ONE-ARCHIVE-ROW.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           PERFORM POST-THIS-LEDGER-RECORD
           PERFORM READ-SALES-ARCHIVE
           .
      *-----------------------------------------------------------------
       POST-THIS-LEDGER-RECORD.
      * --- A POST-VOIDED ROW IS DEAD TO EVERY TOTAL -- SKIP IT -------
           IF SL-IS-VOIDED OR SL-DATE-OF-SALE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE TO WS-DATE-ISO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           IF WS-DATE-INT < WS-BASE-INT OR WS-DATE-INT > WS-TO-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-IDX = WS-DATE-INT - WS-BASE-INT + 1
           IF WS-DAY-SLOT-COUNT(WS-DAY-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF SL-IS-RETURN
               MOVE -1 TO WS-ROW-SIGN
           ELSE
               MOVE +1 TO WS-ROW-SIGN
           END-IF
      * --- THE DISCOUNT IS WHAT THE TAG SAID LESS WHAT WAS PAID; THE
      *     DEALER'S COMMISSION ON THAT DIFFERENCE, AT THE RATE THE
      *     ROW ACTUALLY EARNED, IS WHAT THE DEALER GAVE UP -----------
           MOVE ZEROS TO WS-ROW-DISC WS-ROW-GIVEUP
           IF SL-FULL-PRICE > SL-SALE-PRICE
               COMPUTE WS-ROW-DISC = SL-FULL-PRICE - SL-SALE-PRICE
               IF SL-SALE-PRICE > ZEROS
                   COMPUTE WS-ROW-GIVEUP ROUNDED =
                       SL-COMMISSION * WS-ROW-DISC / SL-SALE-PRICE
               END-IF
           END-IF
           MOVE SL-CATEGORY TO DD-CATEGORY
           CALL 'DEPTLKP' USING DEPT-LOOKUP-PARAMS
           PERFORM POST-ROW-TO-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-DAY-SLOT-COUNT(WS-DAY-IDX)
           .
       POST-ROW-TO-SLOT.
           MOVE WS-DS-EVENT(WS-DAY-IDX, WS-SLOT-IDX) TO WS-EV-NO
           MOVE WS-DS-ROLE(WS-DAY-IDX, WS-SLOT-IDX)  TO WS-ROLE-NO
           IF WS-EV-CATEGORY(WS-EV-NO) NOT = SPACES
                   AND WS-EV-CATEGORY(WS-EV-NO) NOT = SL-CATEGORY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EV-NET(WS-EV-NO, WS-ROLE-NO) =
               WS-EV-NET(WS-EV-NO, WS-ROLE-NO)
               + SL-SALE-PRICE * WS-ROW-SIGN
           COMPUTE WS-EV-DISC(WS-EV-NO, WS-ROLE-NO) =
               WS-EV-DISC(WS-EV-NO, WS-ROLE-NO)
               + WS-ROW-DISC * WS-ROW-SIGN
           COMPUTE WS-EV-COMM(WS-EV-NO, WS-ROLE-NO) =
               WS-EV-COMM(WS-EV-NO, WS-ROLE-NO)
               + SL-COMMISSION * WS-ROW-SIGN
           COMPUTE WS-EV-GIVEUP(WS-EV-NO, WS-ROLE-NO) =
               WS-EV-GIVEUP(WS-EV-NO, WS-ROLE-NO)
               + WS-ROW-GIVEUP * WS-ROW-SIGN
           IF SL-IS-SALE AND SL-LINE-NO = 1
               ADD 1 TO WS-EV-TRANS(WS-EV-NO, WS-ROLE-NO)
           END-IF
           PERFORM FIND-EVENT-DEPT
           IF ENTRY-FOUND
               COMPUTE WS-EVD-NET(WS-EV-NO, WS-DEPT-NO, WS-ROLE-NO) =
                   WS-EVD-NET(WS-EV-NO, WS-DEPT-NO, WS-ROLE-NO)
                   + SL-SALE-PRICE * WS-ROW-SIGN
           END-IF
           .
       FIND-EVENT-DEPT.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM CHECK-ONE-EVENT-DEPT
               VARYING WS-DEPT-NO FROM 1 BY 1
               UNTIL WS-DEPT-NO > WS-EV-DEPT-COUNT(WS-EV-NO)
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-DEPT-NO
               EXIT PARAGRAPH
           END-IF
           IF WS-EV-DEPT-COUNT(WS-EV-NO) < 10
               ADD 1 TO WS-EV-DEPT-COUNT(WS-EV-NO)
               MOVE WS-EV-DEPT-COUNT(WS-EV-NO) TO WS-DEPT-NO
               MOVE DD-DEPT-CODE TO WS-EVD-CODE(WS-EV-NO, WS-DEPT-NO)
               MOVE DD-DEPT-NAME TO WS-EVD-NAME(WS-EV-NO, WS-DEPT-NO)
               SET ENTRY-FOUND TO TRUE
           END-IF
           .
       CHECK-ONE-EVENT-DEPT.
           IF WS-EVD-CODE(WS-EV-NO, WS-DEPT-NO) = DD-DEPT-CODE
               SET ENTRY-FOUND TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ONE BLOCK PER EVENT: EVENT, BASELINE SCALED TO THE EVENT'S
      *     DAYS, AND LAST YEAR SIDE BY SIDE, THEN THE LIFT AND WHAT IT
      *     MEANT FOR THE DEALERS, THEN THE DEPARTMENTS ---------------
       PRINT-ONE-EVENT.
           COMPUTE WS-DATE-ISO =
               FUNCTION DATE-OF-INTEGER(WS-EV-START-INT(WS-EV-NO))
           MOVE WS-DATE-ISO(3:6) TO WS-SHOW-START
           COMPUTE WS-DATE-ISO =
               FUNCTION DATE-OF-INTEGER(WS-EV-END-INT(WS-EV-NO))
           MOVE WS-DATE-ISO(3:6) TO WS-SHOW-END
           DISPLAY ' '
           DISPLAY '----------------------------------------------'
                   '------------------------'
           IF WS-EV-CATEGORY(WS-EV-NO) = SPACES
               DISPLAY WS-EV-NAME(WS-EV-NO) ' ' WS-SHOW-START
                       ' THRU ' WS-SHOW-END '  '
                       WS-EV-PCT(WS-EV-NO) '% OFF, ALL CATEGORIES'
           ELSE
               DISPLAY WS-EV-NAME(WS-EV-NO) ' ' WS-SHOW-START
                       ' THRU ' WS-SHOW-END '  '
                       WS-EV-PCT(WS-EV-NO) '% OFF, CATEGORY '
                       WS-EV-CATEGORY(WS-EV-NO)
           END-IF
           MOVE ZEROS TO WS-SCALE
           IF WS-EV-DAYS(WS-EV-NO, 2) > ZEROS
               COMPUTE WS-SCALE ROUNDED =
                   WS-EV-DAYS(WS-EV-NO, 1) / WS-EV-DAYS(WS-EV-NO, 2)
           END-IF
           COMPUTE WS-BASE-NET ROUNDED =
               WS-EV-NET(WS-EV-NO, 2) * WS-SCALE
           COMPUTE WS-BASE-TRANS ROUNDED =
               WS-EV-TRANS(WS-EV-NO, 2) * WS-SCALE
           COMPUTE WS-BASE-DISC ROUNDED =
               WS-EV-DISC(WS-EV-NO, 2) * WS-SCALE
           COMPUTE WS-BASE-COMM ROUNDED =
               WS-EV-COMM(WS-EV-NO, 2) * WS-SCALE
           DISPLAY '                        EVENT      BASELINE'
                   '     LAST YEAR'
           DISPLAY '  DAYS            ' WS-EV-DAYS(WS-EV-NO, 1)
                   '          ' WS-EV-DAYS(WS-EV-NO, 2)
                   '          ' WS-EV-DAYS(WS-EV-NO, 3)
           MOVE WS-EV-NET(WS-EV-NO, 1) TO WS-SHOW-1
           MOVE WS-BASE-NET            TO WS-SHOW-2
           MOVE WS-EV-NET(WS-EV-NO, 3) TO WS-SHOW-3
           DISPLAY '  NET SALES     ' WS-SHOW-1 ' ' WS-SHOW-2 ' '
                   WS-SHOW-3
           DISPLAY '  TRANSACTIONS      ' WS-EV-TRANS(WS-EV-NO, 1)
                   '        ' WS-BASE-TRANS
                   '        ' WS-EV-TRANS(WS-EV-NO, 3)
           MOVE ZEROS TO WS-SHOW-1 WS-SHOW-2 WS-SHOW-3
           IF WS-EV-TRANS(WS-EV-NO, 1) > ZEROS
               COMPUTE WS-TICKET ROUNDED = WS-EV-NET(WS-EV-NO, 1)
                   / WS-EV-TRANS(WS-EV-NO, 1)
               MOVE WS-TICKET TO WS-SHOW-1
           END-IF
           IF WS-BASE-TRANS > ZEROS
               COMPUTE WS-TICKET ROUNDED = WS-BASE-NET / WS-BASE-TRANS
               MOVE WS-TICKET TO WS-SHOW-2
           END-IF
           IF WS-EV-TRANS(WS-EV-NO, 3) > ZEROS
               COMPUTE WS-TICKET ROUNDED = WS-EV-NET(WS-EV-NO, 3)
                   / WS-EV-TRANS(WS-EV-NO, 3)
               MOVE WS-TICKET TO WS-SHOW-3
           END-IF
           DISPLAY '  AVERAGE TICKET' WS-SHOW-1 ' ' WS-SHOW-2 ' '
                   WS-SHOW-3
           MOVE WS-EV-DISC(WS-EV-NO, 1) TO WS-SHOW-1
           MOVE WS-BASE-DISC            TO WS-SHOW-2
           MOVE WS-EV-DISC(WS-EV-NO, 3) TO WS-SHOW-3
           DISPLAY '  DISCOUNT GIVEN' WS-SHOW-1 ' ' WS-SHOW-2 ' '
                   WS-SHOW-3
           MOVE WS-EV-COMM(WS-EV-NO, 1) TO WS-SHOW-1
           MOVE WS-BASE-COMM            TO WS-SHOW-2
           MOVE WS-EV-COMM(WS-EV-NO, 3) TO WS-SHOW-3
           DISPLAY '  DEALER COMM.  ' WS-SHOW-1 ' ' WS-SHOW-2 ' '
                   WS-SHOW-3
           PERFORM PRINT-EVENT-LIFT
           IF WS-EV-DEPT-COUNT(WS-EV-NO) > ZEROS
               DISPLAY '  BY DEPARTMENT (NET SALES):'
               PERFORM PRINT-ONE-EVENT-DEPT
                   VARYING WS-DEPT-NO FROM 1 BY 1
                   UNTIL WS-DEPT-NO > WS-EV-DEPT-COUNT(WS-EV-NO)
           END-IF
           .
       PRINT-EVENT-LIFT.
           IF WS-EV-DAYS(WS-EV-NO, 2) = ZEROS
               DISPLAY '  NO NON-PROMOTION DAYS ON FILE TO COMPARE'
                       ' AGAINST'
           ELSE
               COMPUTE WS-LIFT = WS-EV-NET(WS-EV-NO, 1) - WS-BASE-NET
               MOVE WS-LIFT TO WS-SHOW-1
               IF WS-BASE-NET > ZEROS
                   COMPUTE WS-LIFT-PCT ROUNDED =
                       WS-LIFT * 100 / WS-BASE-NET
                   MOVE WS-LIFT-PCT TO WS-SHOW-PCT
                   DISPLAY '  LIFT OVER BASELINE    ' WS-SHOW-1
                           '  (' WS-SHOW-PCT '%)'
               ELSE
                   DISPLAY '  LIFT OVER BASELINE    ' WS-SHOW-1
               END-IF
           END-IF
           IF WS-EV-DAYS(WS-EV-NO, 3) > ZEROS
               COMPUTE WS-LIFT =
                   WS-EV-NET(WS-EV-NO, 1) - WS-EV-NET(WS-EV-NO, 3)
               MOVE WS-LIFT TO WS-SHOW-1
               DISPLAY '  CHANGE ON LAST YEAR   ' WS-SHOW-1
           END-IF
      * --- WHAT THE DEALERS GAVE UP IN DISCOUNTS AGAINST WHAT THE
      *     EXTRA VOLUME EARNED THEM -----------------------------------
           MOVE WS-EV-GIVEUP(WS-EV-NO, 1) TO WS-SHOW-1
           DISPLAY '  DEALER COMMISSION GIVEN UP IN DISCOUNTS '
                   WS-SHOW-1
           IF WS-EV-DAYS(WS-EV-NO, 2) > ZEROS
               COMPUTE WS-EXTRA-COMM =
                   WS-EV-COMM(WS-EV-NO, 1) - WS-BASE-COMM
               COMPUTE WS-DEALER-NET =
                   WS-EXTRA-COMM - WS-EV-GIVEUP(WS-EV-NO, 1)
               MOVE WS-EXTRA-COMM TO WS-SHOW-2
               MOVE WS-DEALER-NET TO WS-SHOW-3
               DISPLAY '  EXTRA DEALER COMMISSION ON THE VOLUME    '
                       WS-SHOW-2
               DISPLAY '  DEALERS AHEAD (BEHIND) ON THE EVENT      '
                       WS-SHOW-3
           END-IF
           .
       PRINT-ONE-EVENT-DEPT.
           COMPUTE WS-BASE-NET ROUNDED =
               WS-EVD-NET(WS-EV-NO, WS-DEPT-NO, 2) * WS-SCALE
           MOVE WS-EVD-NET(WS-EV-NO, WS-DEPT-NO, 1) TO WS-SHOW-1
           MOVE WS-BASE-NET                         TO WS-SHOW-2
           MOVE WS-EVD-NET(WS-EV-NO, WS-DEPT-NO, 3) TO WS-SHOW-3
           DISPLAY '    ' WS-EVD-CODE(WS-EV-NO, WS-DEPT-NO) ' '
                   WS-EVD-NAME(WS-EV-NO, WS-DEPT-NO)(1:10)
                   WS-SHOW-1 ' ' WS-SHOW-2 ' ' WS-SHOW-3
           .
