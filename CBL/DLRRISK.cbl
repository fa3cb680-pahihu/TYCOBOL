       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRRISK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    DLRRISK -- DEALER RETENTION EARLY WARNING.  RUN MONTHLY:
      *    SCORES EVERY TENANT ON THE MASTER AGAINST THE SIGNS THAT
      *    USUALLY COME BEFORE A NOTICE, EACH READ OFF THE FILE THAT
      *    ALREADY HOLDS IT, AND LISTS THE DEALERS AT OR OVER THE
      *    CUT-OFF, WORST FIRST, WITH THE REASONS UNDER EACH NAME SO
      *    THE OWNER CAN CALL BEFORE THE BOOTH GOES EMPTY.  "RECENT"
      *    IS THE 90 DAYS ENDING YESTERDAY, "PRIOR" THE 90 BEFORE:
      *      SALES DOWN      SALESLDG NET SALES DOWN 30% OR MORE
      *                      AGAINST THEIR OWN PRIOR 90 DAYS    25 PTS
      *      RENT LATER      RENTLEDG PAYMENTS LANDING 5 OR MORE DAYS
      *                      LATER IN THE MONTH THAN BEFORE     15 PTS
      *      BEHIND ON RENT  OPEN TENTAR BALANCE WITH A LATE FEE
      *                      CHARGED IN THE RECENT 90 DAYS      15 PTS
      *      NO INTAKE       NO ITMENT TAG RECEIVED IN 45 DAYS  15 PTS
      *      FLOOR SHRINKING ITEMSKU TAGS ON THE FLOOR DOWN 25% OR
      *                      MORE FROM 90 DAYS AGO              15 PTS
      *      LEASE ENDING    LEASE TERM ENDS WITHIN 90 DAYS     10 PTS
      *      MORE CONTACTS   3 OR MORE CONTLOG NOTES IN THE RECENT
      *                      90 DAYS AND MORE THAN THE PRIOR    10 PTS
      *    A TENANT SIGNED UNDER 90 DAYS AGO HAS NO "BEFORE" AND IS
      *    NOT SCORED ON THE TREND SIGNALS (SALES, RENT, INTAKE,
      *    FLOOR).
      *    "GNUMAIN DLRRISK [CUT-OFF]" -- DEFAULT CUT-OFF 40 POINTS.
      *    SPOOLED AS DLRRISK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT RENT-LEDGER
               ASSIGN TO 'RENTLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT TENANT-AR
               ASSIGN TO 'TENTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT CONTACT-LOG
               ASSIGN TO 'CONTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  RENT-LEDGER.
       COPY RENTLEDG.
       FD  TENANT-AR.
       COPY TENTAR.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  CONTACT-LOG.
       COPY CONTLOG.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-AR-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TL-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-TM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-RL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-RENT-LEDGER     VALUE 1.
          03 WS-AR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-AR       VALUE 1.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-TL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CONTACT-LOG     VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
      * --- THE SCORING RULES.  POINTS AND THRESHOLDS LIVE HERE SO A
      *     CHANGE OF MIND IS ONE LINE ---------------------------------
       01 WS-RISK-RULES.
          03 WS-CUT-OFF        PIC 9(3) VALUE 40.
          03 WS-WINDOW-DAYS    PIC 9(3) VALUE 90.
          03 WS-SALES-DROP-PCT PIC 9(3) VALUE 30.
          03 WS-SALES-POINTS   PIC 9(3) VALUE 25.
          03 WS-RENT-SLIP-DAYS PIC 9(3) VALUE 5.
          03 WS-RENT-POINTS    PIC 9(3) VALUE 15.
          03 WS-AR-POINTS      PIC 9(3) VALUE 15.
          03 WS-INTAKE-DAYS    PIC 9(3) VALUE 45.
          03 WS-INTAKE-POINTS  PIC 9(3) VALUE 15.
          03 WS-FLOOR-DROP-PCT PIC 9(3) VALUE 25.
          03 WS-FLOOR-POINTS   PIC 9(3) VALUE 15.
          03 WS-LEASE-DAYS     PIC 9(3) VALUE 90.
          03 WS-LEASE-POINTS   PIC 9(3) VALUE 10.
          03 WS-CONTACT-MIN    PIC 9(3) VALUE 3.
          03 WS-CONTACT-POINTS PIC 9(3) VALUE 10.
      * --- THE TWO WINDOWS AS DAY-NUMBER RANGES ----------------------
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-RECENT-FROM-INT   PIC S9(8) COMP.
       01 WS-RECENT-TO-INT     PIC S9(8) COMP.
       01 WS-PRIOR-FROM-INT    PIC S9(8) COMP.
       01 WS-PRIOR-TO-INT      PIC S9(8) COMP.
       01 WS-ROW-INT           PIC S9(8) COMP.
       01 WS-ROW-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-ISO        PIC 9(8) VALUE ZEROS.
       01 WS-MDY-DATE          PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-MDY-DATE.
          03 WS-MDY-MM         PIC 9(2).
          03 WS-MDY-DD         PIC 9(2).
          03 WS-MDY-YYYY       PIC 9(4).
      * --- ONE ROW PER TENANT ON THE MASTER, LOADED IN TENANT ORDER.
      *     UNUSED ROWS ARE LOW-VALUES SO THE DESCENDING SORT BY
      *     SCORE LEAVES THEM LAST -------------------------------------
       01 WS-TENANT-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-TENANT-TABLE.
          03 WS-TENANT-ENTRY   OCCURS 500 TIMES INDEXED BY TN-IDX.
             05 WS-TN-USED-SW       PIC X.
             05 WS-TN-SCORE         PIC 9(3).
             05 WS-TN-TENANT-ID     PIC 9(6).
             05 WS-TN-NAME          PIC X(30).
             05 WS-TN-BOOTH         PIC X(10).
             05 WS-TN-NEW-SW        PIC X.
             05 WS-TN-LEASE-END     PIC 9(8).
             05 WS-TN-LEASE-DAYS    PIC S9(5).
             05 WS-TN-FACTS.
                07 WS-TN-RECENT-SALES   PIC S9(7)V9(2).
                07 WS-TN-PRIOR-SALES    PIC S9(7)V9(2).
                07 WS-TN-RECENT-PAYDAYS PIC 9(5).
                07 WS-TN-RECENT-PAYS    PIC 9(3).
                07 WS-TN-PRIOR-PAYDAYS  PIC 9(5).
                07 WS-TN-PRIOR-PAYS     PIC 9(3).
                07 WS-TN-OPEN-AR        PIC S9(7)V9(2).
                07 WS-TN-LATE-FEES      PIC 9(3).
                07 WS-TN-LAST-INTAKE    PIC 9(8).
                07 WS-TN-FLOOR-NOW      PIC 9(5).
                07 WS-TN-FLOOR-THEN     PIC 9(5).
                07 WS-TN-RECENT-NOTES   PIC 9(3).
                07 WS-TN-PRIOR-NOTES    PIC 9(3).
             05 WS-TN-SIGNALS.
                07 WS-TN-SALES-SIG      PIC X.
                07 WS-TN-RENT-SIG       PIC X.
                07 WS-TN-AR-SIG         PIC X.
                07 WS-TN-INTAKE-SIG     PIC X.
                07 WS-TN-FLOOR-SIG      PIC X.
                07 WS-TN-LEASE-SIG      PIC X.
                07 WS-TN-CONTACT-SIG    PIC X.
       01 WS-LOOKUP-ID         PIC 9(6) VALUE ZEROS.
       01 WS-START-INT         PIC S9(8) COMP.
       01 WS-THEN-INT          PIC S9(8) COMP.
       01 WS-LEFT-INT          PIC S9(8) COMP.
       01 WS-RECV-INT          PIC S9(8) COMP.
       01 WS-DROP-PCT          PIC S9(5) VALUE ZEROS.
       01 WS-AVG-RECENT        PIC 9(2) VALUE ZEROS.
       01 WS-AVG-PRIOR         PIC 9(2) VALUE ZEROS.
       01 WS-INTAKE-AGE        PIC S9(6) VALUE ZEROS.
       01 WS-AT-RISK-COUNT     PIC 9(3) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-SHOW-SCORE        PIC ZZ9.
       01 WS-SHOW-PCT          PIC ZZ9.
       01 WS-SHOW-DAYS         PIC ZZZZ9.
       01 WS-SHOW-COUNT        PIC ZZZZ9.
       01 WS-SHOW-COUNT-2      PIC ZZZZ9.
       01 WS-SHOW-MONEY        PIC -(6)9.99.
       01 WS-SHOW-MONEY-2      PIC -(6)9.99.
       COPY DATEFMT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC > 0 AND ARGV(1) NOT = SPACES
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-CUT-OFF
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY)
           COMPUTE WS-RECENT-TO-INT   = WS-TODAY-INT - 1
           COMPUTE WS-RECENT-FROM-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           COMPUTE WS-PRIOR-TO-INT    = WS-RECENT-FROM-INT - 1
           COMPUTE WS-PRIOR-FROM-INT  = WS-RECENT-FROM-INT
                                        - WS-WINDOW-DAYS
           MOVE LOW-VALUES TO WS-TENANT-TABLE
           PERFORM LOAD-TENANT-TABLE
           IF WS-TENANT-COUNT = ZEROS
               DISPLAY 'NO TENANTS ON FILE -- NOTHING TO SCORE'
               GOBACK
           END-IF
           PERFORM SCAN-SALES-LEDGER
           PERFORM SCAN-RENT-LEDGER
           PERFORM SCAN-TENANT-AR
           PERFORM SCAN-ITEM-SKU
           PERFORM SCAN-CONTACT-LOG
           PERFORM SCORE-ONE-TENANT
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > WS-TENANT-COUNT
           SORT WS-TENANT-ENTRY
               ON DESCENDING KEY WS-TN-USED-SW WS-TN-SCORE
           PERFORM PRINT-RISK-REPORT
           GOBACK
           .
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      * --- MASTER DATES ARE MMDDYYYY: WS-MDY-DATE IN, WS-ROW-INT OUT,
      *     ZERO WHEN THE DATE IS BLANK OR NOT A REAL DAY -------------
       MDY-TO-DAY-NUMBER.
           MOVE ZEROS TO WS-ROW-INT
           IF WS-MDY-DATE NOT NUMERIC OR WS-MDY-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-ISO =
               WS-MDY-YYYY * 10000 + WS-MDY-MM * 100 + WS-MDY-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-ISO) = ZEROS
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-ISO)
           END-IF
           .
      * --- CCYYMMDD DATES: WS-ROW-ISO IN, WS-ROW-INT OUT -------------
       ISO-TO-DAY-NUMBER.
           MOVE ZEROS TO WS-ROW-INT
           IF WS-ROW-ISO NOT NUMERIC OR WS-ROW-ISO = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-ISO) = ZEROS
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-ISO)
           END-IF
           .
       FIND-TENANT-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           SET TN-IDX TO 1
           SEARCH WS-TENANT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TN-USED-SW(TN-IDX) NOT = 'Y'
                   CONTINUE
               WHEN WS-TN-TENANT-ID(TN-IDX) = WS-LOOKUP-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
      *-----------------------------------------------------------------
      * --- EVERY TENANT ON THE MASTER IS A SITTING DEALER: A MOVE-OUT
      *     (DTR003) TAKES THEM OFF IT.  HOUSE STOCK (TENANT ZERO) IS
      *     NOT A DEALER ----------------------------------------------
       LOAD-TENANT-TABLE.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-MASTER
           PERFORM LOAD-ONE-TENANT UNTIL END-OF-TENANT-MASTER
           CLOSE TENANT-MASTER
           .
       READ-TENANT-MASTER.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANT-MASTER TO TRUE
           END-READ
           .
       LOAD-ONE-TENANT.
           IF TM-TENANT-ID = ZEROS OR WS-TENANT-COUNT >= 500
               PERFORM READ-TENANT-MASTER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TENANT-COUNT
           SET TN-IDX TO WS-TENANT-COUNT
           MOVE 'Y' TO WS-TN-USED-SW(TN-IDX)
           MOVE ZEROS TO WS-TN-SCORE(TN-IDX) WS-TN-LEASE-END(TN-IDX)
                         WS-TN-LEASE-DAYS(TN-IDX)
           INITIALIZE WS-TN-FACTS(TN-IDX)
           MOVE SPACES TO WS-TN-SIGNALS(TN-IDX) WS-TN-NAME(TN-IDX)
           MOVE TM-TENANT-ID TO WS-TN-TENANT-ID(TN-IDX)
           MOVE TM-BOOTH-LOCATION TO WS-TN-BOOTH(TN-IDX)
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO WS-TN-NAME(TN-IDX)
      * --- SIGNED INSIDE THE WINDOW: NO TREND TO READ YET -----------
           MOVE 'N' TO WS-TN-NEW-SW(TN-IDX)
           MOVE TM-START-DATE TO WS-MDY-DATE
           PERFORM MDY-TO-DAY-NUMBER
           IF WS-ROW-INT > WS-RECENT-FROM-INT
               MOVE 'Y' TO WS-TN-NEW-SW(TN-IDX)
           END-IF
           MOVE TM-LEASE-END-DATE TO WS-MDY-DATE
           PERFORM MDY-TO-DAY-NUMBER
           IF WS-ROW-INT > ZEROS
               MOVE TM-LEASE-END-DATE TO WS-TN-LEASE-END(TN-IDX)
               COMPUTE WS-TN-LEASE-DAYS(TN-IDX) =
                   WS-ROW-INT - WS-TODAY-INT
           END-IF
           PERFORM READ-TENANT-MASTER
           .
      *-----------------------------------------------------------------
      * --- NET SALES PER DEALER IN EACH WINDOW, STARTING THE LEDGER
      *     AT THE FIRST DAY OF THE PRIOR WINDOW BY THE DATE KEY -------
       SCAN-SALES-LEDGER.
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WINDOW-ISO =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-FROM-INT)
           MOVE WS-WINDOW-ISO TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   CLOSE SALES-LEDGER
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM BUCKET-ONE-SALE UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           .
       BUCKET-ONE-SALE.
           IF SL-IS-VOIDED OR SL-DATE-OF-SALE NOT NUMERIC
                   OR SL-TENANT-ID NOT NUMERIC
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-TENANT-ROW
           IF ENTRY-NOT-FOUND
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE TO WS-ROW-ISO
           PERFORM ISO-TO-DAY-NUMBER
           EVALUATE TRUE
               WHEN WS-ROW-INT >= WS-RECENT-FROM-INT
                       AND WS-ROW-INT <= WS-RECENT-TO-INT
                   IF SL-IS-RETURN
                       SUBTRACT SL-SALE-PRICE
                           FROM WS-TN-RECENT-SALES(TN-IDX)
                   ELSE
                       ADD SL-SALE-PRICE TO WS-TN-RECENT-SALES(TN-IDX)
                   END-IF
               WHEN WS-ROW-INT >= WS-PRIOR-FROM-INT
                       AND WS-ROW-INT <= WS-PRIOR-TO-INT
                   IF SL-IS-RETURN
                       SUBTRACT SL-SALE-PRICE
                           FROM WS-TN-PRIOR-SALES(TN-IDX)
                   ELSE
                       ADD SL-SALE-PRICE TO WS-TN-PRIOR-SALES(TN-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-SALES-LEDGER
           .
      *-----------------------------------------------------------------
      * --- WHAT DAY OF THE MONTH THE RENT LANDS ON, AVERAGED PER
      *     WINDOW.  NSF REVERSAL ROWS (NEGATIVE) ARE NOT PAYMENTS ---
       SCAN-RENT-LEDGER.
           OPEN INPUT RENT-LEDGER
           IF WS-RL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RENT-LEDGER
           PERFORM BUCKET-ONE-RENT-ROW UNTIL END-OF-RENT-LEDGER
           CLOSE RENT-LEDGER
           .
       READ-RENT-LEDGER.
           READ RENT-LEDGER NEXT RECORD
               AT END
                   SET END-OF-RENT-LEDGER TO TRUE
           END-READ
           .
       BUCKET-ONE-RENT-ROW.
           IF RL-AMOUNT-PAID NOT > ZEROS
               PERFORM READ-RENT-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE RL-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-TENANT-ROW
           IF ENTRY-NOT-FOUND
               PERFORM READ-RENT-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE RL-DATE-PAID TO WS-MDY-DATE
           PERFORM MDY-TO-DAY-NUMBER
           EVALUATE TRUE
               WHEN WS-ROW-INT >= WS-RECENT-FROM-INT
                       AND WS-ROW-INT <= WS-RECENT-TO-INT
                   ADD WS-MDY-DD TO WS-TN-RECENT-PAYDAYS(TN-IDX)
                   ADD 1 TO WS-TN-RECENT-PAYS(TN-IDX)
               WHEN WS-ROW-INT >= WS-PRIOR-FROM-INT
                       AND WS-ROW-INT <= WS-PRIOR-TO-INT
                   ADD WS-MDY-DD TO WS-TN-PRIOR-PAYDAYS(TN-IDX)
                   ADD 1 TO WS-TN-PRIOR-PAYS(TN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-RENT-LEDGER
           .
      *-----------------------------------------------------------------
      * --- OPEN BALANCE IS CHARGES LESS PAYMENTS AND CREDITS; LATE
      *     FEES ARE THE DTR005 CHARGE ROWS ---------------------------
       SCAN-TENANT-AR.
           OPEN INPUT TENANT-AR
           IF WS-AR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-AR
           PERFORM BUCKET-ONE-AR-ROW UNTIL END-OF-TENANT-AR
           CLOSE TENANT-AR
           .
       READ-TENANT-AR.
           READ TENANT-AR NEXT RECORD
               AT END
                   SET END-OF-TENANT-AR TO TRUE
           END-READ
           .
       BUCKET-ONE-AR-ROW.
           MOVE AR-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-TENANT-ROW
           IF ENTRY-NOT-FOUND
               PERFORM READ-TENANT-AR
               EXIT PARAGRAPH
           END-IF
           IF AR-IS-CHARGE
               ADD AR-AMOUNT TO WS-TN-OPEN-AR(TN-IDX)
               IF AR-DESCRIPTION = 'LATE FEE'
                   MOVE AR-DATE TO WS-MDY-DATE
                   PERFORM MDY-TO-DAY-NUMBER
                   IF WS-ROW-INT >= WS-RECENT-FROM-INT
                       ADD 1 TO WS-TN-LATE-FEES(TN-IDX)
                   END-IF
               END-IF
           ELSE
               SUBTRACT AR-AMOUNT FROM WS-TN-OPEN-AR(TN-IDX)
           END-IF
           PERFORM READ-TENANT-AR
           .
      *-----------------------------------------------------------------
      * --- EACH TAG: THE LATEST INTAKE DATE PER DEALER, WHETHER IT IS
      *     ON THE FLOOR NOW, AND WHETHER IT WAS ON THE FLOOR 90 DAYS
      *     AGO (IN BY THEN, AND STILL HERE OR LEFT SINCE).  A TAG
      *     THAT LEFT WITH NO DATE CANNOT BE PLACED AND IS NOT COUNTED
      *     FOR "THEN" -------------------------------------------------
       SCAN-ITEM-SKU.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IS-SKU
           START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
               INVALID KEY
                   SET END-OF-ITEM-SKU TO TRUE
           END-START
           PERFORM READ-ITEM-SKU
           PERFORM BUCKET-ONE-TAG UNTIL END-OF-ITEM-SKU
           CLOSE ITEM-SKU
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
       BUCKET-ONE-TAG.
           IF IS-TENANT-ID NOT NUMERIC OR IS-TENANT-ID = ZEROS
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           MOVE IS-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-TENANT-ROW
           IF ENTRY-NOT-FOUND
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           MOVE IS-DATE-RECEIVED TO WS-MDY-DATE
           PERFORM MDY-TO-DAY-NUMBER
           MOVE WS-ROW-INT TO WS-RECV-INT
           IF WS-RECV-INT > ZEROS
               IF WS-ROW-ISO > WS-TN-LAST-INTAKE(TN-IDX)
                   MOVE WS-ROW-ISO TO WS-TN-LAST-INTAKE(TN-IDX)
               END-IF
           END-IF
           IF IS-IS-AVAILABLE OR IS-IS-ON-HOLD OR IS-IS-ON-LAYAWAY
               ADD 1 TO WS-TN-FLOOR-NOW(TN-IDX)
               IF WS-RECV-INT > ZEROS
                       AND WS-RECV-INT < WS-RECENT-FROM-INT
                   ADD 1 TO WS-TN-FLOOR-THEN(TN-IDX)
               END-IF
           ELSE
               MOVE IS-SOLD-DATE TO WS-ROW-ISO
               PERFORM ISO-TO-DAY-NUMBER
               MOVE WS-ROW-INT TO WS-LEFT-INT
               IF WS-RECV-INT > ZEROS
                       AND WS-RECV-INT < WS-RECENT-FROM-INT
                       AND WS-LEFT-INT >= WS-RECENT-FROM-INT
                   ADD 1 TO WS-TN-FLOOR-THEN(TN-IDX)
               END-IF
           END-IF
           PERFORM READ-ITEM-SKU
           .
      *-----------------------------------------------------------------
       SCAN-CONTACT-LOG.
           OPEN INPUT CONTACT-LOG
           IF WS-TL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CONTACT-LOG
           PERFORM BUCKET-ONE-NOTE UNTIL END-OF-CONTACT-LOG
           CLOSE CONTACT-LOG
           .
       READ-CONTACT-LOG.
           READ CONTACT-LOG NEXT RECORD
               AT END
                   SET END-OF-CONTACT-LOG TO TRUE
           END-READ
           .
       BUCKET-ONE-NOTE.
           MOVE TL-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-TENANT-ROW
           IF ENTRY-NOT-FOUND
               PERFORM READ-CONTACT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE TL-DATE TO WS-MDY-DATE
           PERFORM MDY-TO-DAY-NUMBER
           EVALUATE TRUE
               WHEN WS-ROW-INT >= WS-RECENT-FROM-INT
                       AND WS-ROW-INT <= WS-TODAY-INT
                   ADD 1 TO WS-TN-RECENT-NOTES(TN-IDX)
               WHEN WS-ROW-INT >= WS-PRIOR-FROM-INT
                       AND WS-ROW-INT <= WS-PRIOR-TO-INT
                   ADD 1 TO WS-TN-PRIOR-NOTES(TN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTACT-LOG
           .
      *-----------------------------------------------------------------
      * --- ADD UP THE POINTS.  THE TREND SIGNALS NEED A DEALER WHO
      *     HAS BEEN HERE THROUGH BOTH WINDOWS ------------------------
       SCORE-ONE-TENANT.
           IF WS-TN-NEW-SW(TN-IDX) NOT = 'Y'
               PERFORM SCORE-TREND-SIGNALS
           END-IF
           IF WS-TN-OPEN-AR(TN-IDX) > ZEROS
                   AND WS-TN-LATE-FEES(TN-IDX) > ZEROS
               MOVE 'Y' TO WS-TN-AR-SIG(TN-IDX)
               ADD WS-AR-POINTS TO WS-TN-SCORE(TN-IDX)
           END-IF
           IF WS-TN-LEASE-END(TN-IDX) > ZEROS
                   AND WS-TN-LEASE-DAYS(TN-IDX) <= WS-LEASE-DAYS
               MOVE 'Y' TO WS-TN-LEASE-SIG(TN-IDX)
               ADD WS-LEASE-POINTS TO WS-TN-SCORE(TN-IDX)
           END-IF
           IF WS-TN-RECENT-NOTES(TN-IDX) >= WS-CONTACT-MIN
                   AND WS-TN-RECENT-NOTES(TN-IDX)
                       > WS-TN-PRIOR-NOTES(TN-IDX)
               MOVE 'Y' TO WS-TN-CONTACT-SIG(TN-IDX)
               ADD WS-CONTACT-POINTS TO WS-TN-SCORE(TN-IDX)
           END-IF
           .
       SCORE-TREND-SIGNALS.
           IF WS-TN-PRIOR-SALES(TN-IDX) > ZEROS
               COMPUTE WS-DROP-PCT =
                   (WS-TN-PRIOR-SALES(TN-IDX)
                    - WS-TN-RECENT-SALES(TN-IDX)) * 100
                   / WS-TN-PRIOR-SALES(TN-IDX)
               IF WS-DROP-PCT >= WS-SALES-DROP-PCT
                   MOVE 'Y' TO WS-TN-SALES-SIG(TN-IDX)
                   ADD WS-SALES-POINTS TO WS-TN-SCORE(TN-IDX)
               END-IF
           END-IF
           IF WS-TN-RECENT-PAYS(TN-IDX) > ZEROS
                   AND WS-TN-PRIOR-PAYS(TN-IDX) > ZEROS
               PERFORM FIGURE-PAY-DAYS
               IF WS-AVG-RECENT >= WS-AVG-PRIOR + WS-RENT-SLIP-DAYS
                   MOVE 'Y' TO WS-TN-RENT-SIG(TN-IDX)
                   ADD WS-RENT-POINTS TO WS-TN-SCORE(TN-IDX)
               END-IF
           END-IF
           PERFORM FIGURE-INTAKE-AGE
           IF WS-INTAKE-AGE >= WS-INTAKE-DAYS
               MOVE 'Y' TO WS-TN-INTAKE-SIG(TN-IDX)
               ADD WS-INTAKE-POINTS TO WS-TN-SCORE(TN-IDX)
           END-IF
           IF WS-TN-FLOOR-THEN(TN-IDX) > ZEROS
               COMPUTE WS-DROP-PCT =
                   (WS-TN-FLOOR-THEN(TN-IDX)
                    - WS-TN-FLOOR-NOW(TN-IDX)) * 100
                   / WS-TN-FLOOR-THEN(TN-IDX)
               IF WS-DROP-PCT >= WS-FLOOR-DROP-PCT
                   MOVE 'Y' TO WS-TN-FLOOR-SIG(TN-IDX)
                   ADD WS-FLOOR-POINTS TO WS-TN-SCORE(TN-IDX)
               END-IF
           END-IF
           .
       FIGURE-PAY-DAYS.
           MOVE ZEROS TO WS-AVG-RECENT WS-AVG-PRIOR
           IF WS-TN-RECENT-PAYS(TN-IDX) > ZEROS
               COMPUTE WS-AVG-RECENT ROUNDED =
                   WS-TN-RECENT-PAYDAYS(TN-IDX)
                   / WS-TN-RECENT-PAYS(TN-IDX)
           END-IF
           IF WS-TN-PRIOR-PAYS(TN-IDX) > ZEROS
               COMPUTE WS-AVG-PRIOR ROUNDED =
                   WS-TN-PRIOR-PAYDAYS(TN-IDX)
                   / WS-TN-PRIOR-PAYS(TN-IDX)
           END-IF
           .
      * --- DAYS SINCE THE LAST TAG CAME IN; NO DATED TAG AT ALL
      *     COUNTS AS THE WHOLE WINDOW AND MORE ------------------------
       FIGURE-INTAKE-AGE.
           MOVE 9999 TO WS-INTAKE-AGE
           IF WS-TN-LAST-INTAKE(TN-IDX) > ZEROS
               COMPUTE WS-INTAKE-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-TN-LAST-INTAKE(TN-IDX))
           END-IF
           .
      *-----------------------------------------------------------------
       PRINT-RISK-REPORT.
           SET SP-OP-OPEN TO TRUE
           MOVE 'DLRRISK' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - DEALER RETENTION EARLY WARNING'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CUT-OFF TO WS-SHOW-SCORE
           STRING 'PREPARED ' DF-MMDDYYYY
               ' -- DEALERS SCORING ' WS-SHOW-SCORE
               ' POINTS OR MORE' DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'SCORE TENANT NAME                           BOOTH'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-AT-RISK
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > WS-TENANT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-AT-RISK-COUNT = ZEROS
               MOVE 'NO DEALER IS AT OR OVER THE CUT-OFF THIS MONTH'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEALERS SCORED: ' WS-TENANT-COUNT
               '   AT RISK: ' WS-AT-RISK-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      * --- THE TABLE IS IN SCORE ORDER, WORST FIRST; ROWS UNDER THE
      *     CUT-OFF ARE LEFT OFF ---------------------------------------
       PRINT-ONE-AT-RISK.
           IF WS-TN-SCORE(TN-IDX) < WS-CUT-OFF
                   OR WS-TN-SCORE(TN-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AT-RISK-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-TN-SCORE(TN-IDX) TO WS-SHOW-SCORE
           STRING '  ' WS-SHOW-SCORE ' ' WS-TN-TENANT-ID(TN-IDX) ' '
               WS-TN-NAME(TN-IDX) ' ' WS-TN-BOOTH(TN-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-TN-SALES-SIG(TN-IDX) = 'Y'
               PERFORM PRINT-SALES-REASON
           END-IF
           IF WS-TN-RENT-SIG(TN-IDX) = 'Y'
               PERFORM FIGURE-PAY-DAYS
               MOVE SPACES TO WS-RPT-LINE
               STRING '        RENT LANDING LATER: ABOUT THE '
                   WS-AVG-RECENT ' OF THE MONTH, WAS THE '
                   WS-AVG-PRIOR DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-TN-AR-SIG(TN-IDX) = 'Y'
               MOVE WS-TN-OPEN-AR(TN-IDX) TO WS-SHOW-MONEY
               MOVE WS-TN-LATE-FEES(TN-IDX) TO WS-SHOW-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '        BEHIND ON RENT: OWES ' WS-SHOW-MONEY
                   ',' WS-SHOW-COUNT ' LATE FEE(S) IN 90 DAYS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-TN-INTAKE-SIG(TN-IDX) = 'Y'
               PERFORM PRINT-INTAKE-REASON
           END-IF
           IF WS-TN-FLOOR-SIG(TN-IDX) = 'Y'
               MOVE WS-TN-FLOOR-THEN(TN-IDX) TO WS-SHOW-COUNT
               MOVE WS-TN-FLOOR-NOW(TN-IDX)  TO WS-SHOW-COUNT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING '        FLOOR SHRINKING:' WS-SHOW-COUNT
                   ' TAGS 90 DAYS AGO,' WS-SHOW-COUNT-2 ' NOW'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-TN-LEASE-SIG(TN-IDX) = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               IF WS-TN-LEASE-DAYS(TN-IDX) < ZEROS
                   STRING '        LEASE LAPSED '
                       WS-TN-LEASE-END(TN-IDX) ' AND NOT RENEWED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE WS-TN-LEASE-DAYS(TN-IDX) TO WS-SHOW-DAYS
                   STRING '        LEASE ENDS '
                       WS-TN-LEASE-END(TN-IDX) ' (' WS-SHOW-DAYS
                       ' DAYS)' DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-TN-CONTACT-SIG(TN-IDX) = 'Y'
               MOVE WS-TN-RECENT-NOTES(TN-IDX) TO WS-SHOW-COUNT
               MOVE WS-TN-PRIOR-NOTES(TN-IDX)  TO WS-SHOW-COUNT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING '        MORE CONTACT NOTES:' WS-SHOW-COUNT
                   ' IN 90 DAYS,' WS-SHOW-COUNT-2 ' THE 90 BEFORE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
       PRINT-SALES-REASON.
           COMPUTE WS-DROP-PCT =
               (WS-TN-PRIOR-SALES(TN-IDX)
                - WS-TN-RECENT-SALES(TN-IDX)) * 100
               / WS-TN-PRIOR-SALES(TN-IDX)
           MOVE WS-DROP-PCT TO WS-SHOW-PCT
           MOVE WS-TN-RECENT-SALES(TN-IDX) TO WS-SHOW-MONEY
           MOVE WS-TN-PRIOR-SALES(TN-IDX)  TO WS-SHOW-MONEY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '        SALES DOWN ' WS-SHOW-PCT '%:'
               WS-SHOW-MONEY ' LAST 90 DAYS,' WS-SHOW-MONEY-2
               ' BEFORE' DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-INTAKE-REASON.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-TN-LAST-INTAKE(TN-IDX) = ZEROS
               MOVE '        NO INTAKE: NO DATED TAGS ON FILE'
                   TO WS-RPT-LINE
           ELSE
               PERFORM FIGURE-INTAKE-AGE
               MOVE WS-INTAKE-AGE TO WS-SHOW-DAYS
               STRING '        NO INTAKE IN' WS-SHOW-DAYS
                   ' DAYS (LAST TAG IN '
                   WS-TN-LAST-INTAKE(TN-IDX)(5:2) '/'
                   WS-TN-LAST-INTAKE(TN-IDX)(7:2) '/'
                   WS-TN-LAST-INTAKE(TN-IDX)(1:4) ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
