       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CASHFCST -- CASH-FLOW FORECAST.  STARTS FROM THE BANK
      *    BALANCE ON THE LAST RECONCILED STATEMENT (BANKBAL, SAVED BY
      *    BANKRECN) PLUS WHAT HAS BEEN DEPOSITED AND DRAFTED SINCE,
      *    AND PROJECTS WEEK BY WEEK WHAT COMES IN AND GOES OUT:
      *      IN   RENT DUE OFF TM-NEXT-RENT-DUE-ON, MONTH AFTER MONTH
      *           (AUTOPAY TENANTS IN THEIR OWN COLUMN -- THE DRAFTS),
      *           OPEN A/R ALREADY BILLED AND NOT YET PAID, LAYAWAY
      *           INSTALLMENTS AT EACH LAYAWAY'S OWN PACE SO FAR, AND
      *           SALES AT THE LAST 28 DAYS' DAILY AVERAGE NET OF THE
      *           CONSIGNOR'S SHARE
      *      OUT  THE NEXT CMSPAY PAYOUT (THE MONTH'S COMMISSIONS TO
      *           DATE, PAID THE FIRST OF NEXT MONTH; LAST MONTH'S TOO
      *           IF PAYREG SHOWS IT WAS NEVER RUN), OPEN WORK-ORDER
      *           COSTS, AND CHECKS STILL OUTSTANDING ON CHKREG
      *    WITH A RUNNING BALANCE, SO A WEEK THAT DIPS BELOW THE
      *    CUSHION SHOWS UP BEFORE IT HAPPENS.  SPOOLED AS CASHFCST.
      *      "GNUMAIN CASHFCST [DAYS] [CUSHION]"
      *                       DAYS 7 TO 91, DEFAULT 90 (30 / 60 / 90
      *                       ARE THE USUAL RUNS); A WEEK ENDING UNDER
      *                       THE CUSHION (DEFAULT ZERO) IS FLAGGED
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-BALANCE
               ASSIGN TO 'BANKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BB-STATUS.
           SELECT DEPOSIT-REGISTER
               ASSIGN TO 'DEPREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT BANK-DRAFT-FILE
               ASSIGN TO 'BANKDRFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT TENANT-AR
               ASSIGN TO 'TENTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT LAYAWAY-FILE
               ASSIGN TO 'LAYAWAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-LAYAWAY-NO
               FILE STATUS IS WS-LA-STATUS.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT PAYOUT-REGISTER
               ASSIGN TO 'PAYREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT WORK-ORDER-FILE
               ASSIGN TO 'WORKORDS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ORDER-NO
               FILE STATUS IS WS-WO-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-BALANCE.
       COPY BANKBAL.
       FD  DEPOSIT-REGISTER.
       COPY DEPREG.
       FD  BANK-DRAFT-FILE.
       COPY BANKDRFT.
       FD  TENANT-AR.
       COPY TENTAR.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  LAYAWAY-FILE.
       COPY LAYAWAY.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  PAYOUT-REGISTER.
       COPY PAYREG.
       FD  WORK-ORDER-FILE.
       COPY WORKORD.
       FD  CHECK-REGISTER.
       COPY CHKREG.
       WORKING-STORAGE SECTION.
       01 WS-BB-STATUS         PIC XX VALUE '00'.
       01 WS-DP-STATUS         PIC XX VALUE '00'.
       01 WS-DR-STATUS         PIC XX VALUE '00'.
       01 WS-AR-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-LA-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-PR-STATUS         PIC XX VALUE '00'.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-DP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DEPOSIT-REG     VALUE 1.
          03 WS-DR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DRAFT-FILE      VALUE 1.
          03 WS-AR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-AR       VALUE 1.
          03 WS-TM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-LA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-LAYAWAY         VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-PR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-PAYOUT-REG      VALUE 1.
          03 WS-WO-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-WORK-ORDERS     VALUE 1.
          03 WS-CR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CHECK-REG       VALUE 1.
          03 WS-BALANCE-SW     PIC 9 VALUE 0.
             88 BALANCE-ON-FILE        VALUE 1.
          03 WS-PRIOR-PAID-SW  PIC 9 VALUE 0.
             88 PRIOR-MONTH-PAID       VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
      * --- RUN ARGUMENTS -------------------------------------------
       01 WS-HORIZON-DAYS      PIC 9(3) VALUE 90.
       01 WS-CUSHION           PIC S9(7)V9(2) VALUE ZEROS.
      * --- TODAY, AND THE LAST DAY OF THE HORIZON ---------------------
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-YYMMDD      PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP VALUE ZEROS.
       01 WS-END-INT           PIC S9(8) COMP VALUE ZEROS.
       01 WS-THIS-YYMM         PIC 9(4) VALUE ZEROS.
       01 WS-PRIOR-YYMM        PIC 9(4) VALUE ZEROS.
       01 WS-PRIOR-YEAR        PIC 9(4) VALUE ZEROS.
       01 WS-PRIOR-MONTH       PIC 9(2) VALUE ZEROS.
      * --- ONE DATE BEING PLACED INTO ITS WEEK -----------------------
       01 WS-EVENT-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-EVENT-INT         PIC S9(8) COMP VALUE ZEROS.
       01 WS-WEEK-NO           PIC 9(2) VALUE ZEROS.
      * --- A TENANT-MASTER / LAYAWAY DATE, MMDDYYYY ------------------
       01 WS-MDY-DATE          PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-MDY-DATE.
          03 WS-MDY-MM         PIC 9(2).
          03 WS-MDY-DD         PIC 9(2).
          03 WS-MDY-YYYY       PIC 9(4).
      * --- RENT DUE DATES, STEPPED A MONTH AT A TIME FROM THE
      *     TENANT'S NEXT DUE DATE; A 31ST FALLS BACK TO THE LAST DAY
      *     OF A SHORTER MONTH -----------------------------------------
       01 WS-DUE-YEAR          PIC 9(4) VALUE ZEROS.
       01 WS-DUE-MONTH         PIC 9(2) VALUE ZEROS.
       01 WS-DUE-ANCHOR-DAY    PIC 9(2) VALUE ZEROS.
       01 WS-DUE-DAY           PIC 9(2) VALUE ZEROS.
       01 WS-DUE-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-DUE-INT           PIC S9(8) COMP VALUE ZEROS.
       01 WS-FIRST-DUE-INT     PIC S9(8) COMP VALUE ZEROS.
      * --- OPENING CASH -----------------------------------------------
       01 WS-STMT-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-STMT-YYMMDD       PIC 9(6) VALUE ZEROS.
       01 WS-BANK-BALANCE      PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-DEPOSITS-SINCE    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-DRAFTS-SINCE      PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-OPENING-CASH      PIC S9(8)V9(2) VALUE ZEROS.
      * --- TENANT A/R BALANCES, CHARGES LESS PAYMENTS AND CREDITS ----
       01 WS-AR-COUNT          PIC 9(4) VALUE ZEROS.
       01 WS-AR-TABLE.
          03 WS-AR-ENTRY       OCCURS 1000 TIMES INDEXED BY AR-IDX.
             05 WS-AR-USED-SW       PIC X.
             05 WS-AR-TENANT-ID     PIC 9(6).
             05 WS-AR-BALANCE       PIC S9(7)V9(2).
       01 WS-OPEN-AR           PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-AR-TENANTS        PIC 9(4) VALUE ZEROS.
      * --- LAYAWAY PACE ---------------------------------------------
       01 WS-LA-COUNT          PIC 9(4) VALUE ZEROS.
       01 WS-LA-WEEKS-OPEN     PIC 9(4) VALUE ZEROS.
       01 WS-LA-PACE           PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-LA-REMAINING      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-LA-INSTALLMENT    PIC 9(6)V9(2) VALUE ZEROS.
      * --- SALES AND COMMISSIONS OFF THE LEDGER -----------------------
       01 WS-SCAN-FROM-INT     PIC S9(8) COMP VALUE ZEROS.
       01 WS-SCAN-FROM-ISO     PIC 9(8) VALUE ZEROS.
       01 WS-AVG-FROM-INT      PIC S9(8) COMP VALUE ZEROS.
       01 WS-SALE-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-SALE-INT          PIC S9(8) COMP VALUE ZEROS.
       01 WS-SALE-YYMM         PIC 9(4) VALUE ZEROS.
       01 WS-LINE-COMMISSION   PIC S9(5)V9(2) VALUE ZEROS.
       01 WS-LINE-KEEP         PIC S9(5)V9(2) VALUE ZEROS.
       01 WS-SALES-28          PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-DAILY-SALES       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-MTD-COMMISSION    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-PRIOR-COMMISSION  PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-PAYOUT-ISO        PIC 9(8) VALUE ZEROS.
      * --- WORK ORDERS AND CHECKS ----------------------------------
       01 WS-WO-COUNT          PIC 9(4) VALUE ZEROS.
       01 WS-WO-UNPRICED       PIC 9(4) VALUE ZEROS.
       01 WS-CHECK-COUNT       PIC 9(4) VALUE ZEROS.
      * --- ONE ROW PER WEEK OF THE HORIZON; THE LAST WEEK MAY BE
      *     SHORT OF SEVEN DAYS ----------------------------------------
       01 WS-WEEK-COUNT        PIC 9(2) VALUE ZEROS.
       01 WS-WEEK-TABLE.
          03 WS-WEEK-ENTRY     OCCURS 13 TIMES INDEXED BY WK-IDX.
             05 WS-WK-START-ISO     PIC 9(8).
             05 WS-WK-DAYS          PIC 9.
             05 WS-WK-RENT          PIC S9(7)V9(2).
             05 WS-WK-AUTOPAY       PIC S9(7)V9(2).
             05 WS-WK-AR            PIC S9(7)V9(2).
             05 WS-WK-LAYAWAY       PIC S9(7)V9(2).
             05 WS-WK-SALES         PIC S9(7)V9(2).
             05 WS-WK-PAYOUT        PIC S9(7)V9(2).
             05 WS-WK-WORKORD       PIC S9(7)V9(2).
             05 WS-WK-CHECKS        PIC S9(7)V9(2).
             05 WS-WK-BALANCE       PIC S9(8)V9(2).
       01 WS-WEEK-TOTALS.
          03 WS-TL-RENT        PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-AUTOPAY     PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-AR          PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-LAYAWAY     PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-SALES       PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-PAYOUT      PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-WORKORD     PIC S9(8)V9(2) VALUE ZEROS.
          03 WS-TL-CHECKS      PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-RUNNING-BALANCE   PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-LOW-BALANCE       PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-LOW-WEEK          PIC 9(2) VALUE ZEROS.
       01 WS-SHORT-COUNT       PIC 9(2) VALUE ZEROS.
      * --- REPORT LINES -----------------------------------------------
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-LINE-PTR          PIC 9(2) VALUE ZEROS.
       01 WS-GROUP-HEAD.
          03 FILLER            PIC X(5)  VALUE SPACES.
          03 FILLER            PIC X(40) VALUE
             '<-------------- MONEY IN -------------->'.
          03 FILLER            PIC X(24) VALUE
             '<----- MONEY OUT ------>'.
          03 FILLER            PIC X(11) VALUE '  PROJECTED'.
       01 WS-COLUMN-HEAD.
          03 FILLER            PIC X(45) VALUE
             'WEEK     RENT AUTOPAY     A/R LAYAWAY   SALES'.
          03 FILLER            PIC X(35) VALUE
             '  PAYOUT REPAIRS  CHECKS    BALANCE'.
       01 WS-GRID-LINE.
          03 WS-GL-WEEK        PIC X(5).
          03 WS-GL-AMOUNT      PIC BZZZ,ZZ9 OCCURS 8 TIMES.
          03 FILLER            PIC X VALUE SPACE.
          03 WS-GL-BALANCE     PIC -Z,ZZZ,ZZ9.
       01 WS-WEEK-LABEL.
          03 WS-WL-MM          PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-WL-DD          PIC 9(2).
       01 WS-LABEL-ISO         PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-LABEL-ISO.
          03 WS-LABEL-YYYY     PIC 9(4).
          03 WS-LABEL-MM       PIC 9(2).
          03 WS-LABEL-DD       PIC 9(2).
       01 WS-SHOW-DATE.
          03 WS-SD-MM          PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-SD-DD          PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-SD-YYYY        PIC 9(4).
       01 WS-SHOW-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
       01 WS-SHOW-COUNT        PIC ZZZ9.
       01 WS-SHOW-DAYS         PIC ZZ9.
       COPY DATEFMT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-HORIZON-DAYS
           END-IF
           IF WS-HORIZON-DAYS < 7 OR WS-HORIZON-DAYS > 91
               DISPLAY 'FORECAST DAYS MUST BE 7 TO 91 (30, 60, 90)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-CUSHION
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           MOVE WS-TODAY-ISO(3:6) TO WS-TODAY-YYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           COMPUTE WS-END-INT = WS-TODAY-INT + WS-HORIZON-DAYS - 1
           MOVE WS-TODAY-ISO(3:4) TO WS-THIS-YYMM
           MOVE DF-YEAR  TO WS-PRIOR-YEAR
           MOVE DF-MONTH TO WS-PRIOR-MONTH
           SUBTRACT 1 FROM WS-PRIOR-MONTH
           IF WS-PRIOR-MONTH = ZEROS
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           END-IF
           COMPUTE WS-PRIOR-YYMM =
               FUNCTION MOD(WS-PRIOR-YEAR, 100) * 100 + WS-PRIOR-MONTH
           PERFORM SET-UP-WEEKS
           PERFORM FIGURE-OPENING-CASH
           PERFORM LOAD-AR-BALANCES
           PERFORM PROJECT-RENT-AND-AR
           PERFORM PROJECT-LAYAWAYS
           PERFORM SCAN-SALES-LEDGER
           PERFORM PROJECT-SALES
           PERFORM PROJECT-PAYOUT
           PERFORM PROJECT-WORK-ORDERS
           PERFORM PROJECT-CHECKS
           PERFORM RUN-BALANCES
           PERFORM PRINT-FORECAST
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- WEEK 1 STARTS TODAY ----------------------------------------
       SET-UP-WEEKS.
           INITIALIZE WS-WEEK-TABLE
           COMPUTE WS-WEEK-COUNT = (WS-HORIZON-DAYS + 6) / 7
           PERFORM SET-UP-ONE-WEEK
               VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WS-WEEK-COUNT
           .
       SET-UP-ONE-WEEK.
           SET WS-WEEK-NO TO WK-IDX
           COMPUTE WS-WK-START-ISO(WK-IDX) = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + (WS-WEEK-NO - 1) * 7)
           IF WS-HORIZON-DAYS - (WS-WEEK-NO - 1) * 7 < 7
               COMPUTE WS-WK-DAYS(WK-IDX) =
                   WS-HORIZON-DAYS - (WS-WEEK-NO - 1) * 7
           ELSE
               MOVE 7 TO WS-WK-DAYS(WK-IDX)
           END-IF
           .
      * --- WS-EVENT-INT INTO ITS WEEK; ZERO WHEN IT FALLS OUTSIDE
      *     THE HORIZON ------------------------------------------------
       PLACE-EVENT-DATE.
           IF WS-EVENT-INT < WS-TODAY-INT OR WS-EVENT-INT > WS-END-INT
               MOVE ZEROS TO WS-WEEK-NO
           ELSE
               COMPUTE WS-WEEK-NO =
                   (WS-EVENT-INT - WS-TODAY-INT) / 7 + 1
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE RECONCILED STATEMENT BALANCE, PLUS DEPOSITS MADE AND
      *     AUTOPAY DRAFTS SENT AFTER THE STATEMENT DATE.  CHECKS
      *     WRITTEN SINCE ARE STILL ISSUED ON CHKREG AND GO OUT IN
      *     WEEK 1 WITH THE OTHER OUTSTANDING CHECKS -------------------
       FIGURE-OPENING-CASH.
           OPEN INPUT BANK-BALANCE
           IF WS-BB-STATUS = '00'
               READ BANK-BALANCE
                   AT END
                       CONTINUE
               END-READ
               IF WS-BB-STATUS = '00'
                   MOVE BB-STATEMENT-DATE    TO WS-STMT-DATE
                   MOVE BB-STATEMENT-BALANCE TO WS-BANK-BALANCE
                   SET BALANCE-ON-FILE TO TRUE
               END-IF
               CLOSE BANK-BALANCE
           END-IF
           IF BALANCE-ON-FILE
               MOVE WS-STMT-DATE(3:6) TO WS-STMT-YYMMDD
               PERFORM ADD-DEPOSITS-SINCE
               PERFORM ADD-DRAFTS-SINCE
           END-IF
           COMPUTE WS-OPENING-CASH =
               WS-BANK-BALANCE + WS-DEPOSITS-SINCE + WS-DRAFTS-SINCE
           .
       ADD-DEPOSITS-SINCE.
           OPEN INPUT DEPOSIT-REGISTER
           IF WS-DP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DEPOSIT-ROW
           PERFORM ADD-ONE-DEPOSIT UNTIL END-OF-DEPOSIT-REG
           CLOSE DEPOSIT-REGISTER
           .
       READ-DEPOSIT-ROW.
           READ DEPOSIT-REGISTER NEXT RECORD
               AT END
                   SET END-OF-DEPOSIT-REG TO TRUE
           END-READ
           .
       ADD-ONE-DEPOSIT.
           IF DP-DATE IS NUMERIC AND DP-DATE > WS-STMT-YYMMDD
               ADD DP-TOTAL-AMOUNT TO WS-DEPOSITS-SINCE
           END-IF
           PERFORM READ-DEPOSIT-ROW
           .
       ADD-DRAFTS-SINCE.
           OPEN INPUT BANK-DRAFT-FILE
           IF WS-DR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DRAFT-ROW
           PERFORM ADD-ONE-DRAFT UNTIL END-OF-DRAFT-FILE
           CLOSE BANK-DRAFT-FILE
           .
       READ-DRAFT-ROW.
           READ BANK-DRAFT-FILE NEXT RECORD
               AT END
                   SET END-OF-DRAFT-FILE TO TRUE
           END-READ
           .
       ADD-ONE-DRAFT.
           IF DR-DRAFT-DATE IS NUMERIC
               MOVE DR-DRAFT-DATE TO WS-MDY-DATE
               COMPUTE WS-EVENT-ISO = WS-MDY-YYYY * 10000
                   + WS-MDY-MM * 100 + WS-MDY-DD
               IF WS-EVENT-ISO > WS-STMT-DATE
                   ADD DR-AMOUNT TO WS-DRAFTS-SINCE
               END-IF
           END-IF
           PERFORM READ-DRAFT-ROW
           .
      *-----------------------------------------------------------------
      * --- ONE RUNNING BALANCE PER TENANT ON THE A/R SUBLEDGER -----
       LOAD-AR-BALANCES.
           MOVE LOW-VALUES TO WS-AR-TABLE
           OPEN INPUT TENANT-AR
           IF WS-AR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AR-ROW
           PERFORM ADD-ONE-AR-ROW UNTIL END-OF-TENANT-AR
           CLOSE TENANT-AR
           .
       READ-AR-ROW.
           READ TENANT-AR NEXT RECORD
               AT END
                   SET END-OF-TENANT-AR TO TRUE
           END-READ
           .
       ADD-ONE-AR-ROW.
           PERFORM FIND-AR-ROW
           IF ENTRY-FOUND
               EVALUATE TRUE
                   WHEN AR-IS-CHARGE
                       ADD AR-AMOUNT TO WS-AR-BALANCE(AR-IDX)
                   WHEN AR-IS-PAYMENT
                   WHEN AR-IS-CREDIT
                       SUBTRACT AR-AMOUNT FROM WS-AR-BALANCE(AR-IDX)
               END-EVALUATE
           END-IF
           PERFORM READ-AR-ROW
           .
       FIND-AR-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AR-IDX TO 1
           SEARCH WS-AR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AR-USED-SW(AR-IDX) NOT = 'Y'
                   ADD 1 TO WS-AR-COUNT
                   MOVE 'Y' TO WS-AR-USED-SW(AR-IDX)
                   MOVE AR-TENANT-ID TO WS-AR-TENANT-ID(AR-IDX)
                   MOVE ZEROS TO WS-AR-BALANCE(AR-IDX)
                   SET ENTRY-FOUND TO TRUE
               WHEN WS-AR-TENANT-ID(AR-IDX) = AR-TENANT-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
      *-----------------------------------------------------------------
      * --- EVERY TENANT: WHAT THEY ALREADY OWE, THEN EACH MONTH'S
      *     RENT FROM THE NEXT DUE DATE ON -----------------------------
       PROJECT-RENT-AND-AR.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'NO TENANT MASTER -- RENT AND A/R LEFT OUT'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO TM-TENANT-ID
           START TENANT-MASTER KEY IS NOT LESS THAN TM-TENANT-ID
               INVALID KEY
                   SET END-OF-TENANT-MASTER TO TRUE
           END-START
           PERFORM READ-TENANT-MASTER
           PERFORM PROJECT-ONE-TENANT UNTIL END-OF-TENANT-MASTER
           CLOSE TENANT-MASTER
           .
       READ-TENANT-MASTER.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANT-MASTER TO TRUE
           END-READ
           .
       PROJECT-ONE-TENANT.
           MOVE ZEROS TO WS-FIRST-DUE-INT
           IF TM-RENT-AMOUNT IS NUMERIC
                   AND TM-RENT-AMOUNT > ZEROS
                   AND TM-NEXT-RENT-DUE-ON IS NUMERIC
                   AND TM-NEXT-RENT-DUE-ON > ZEROS
               MOVE TM-NEXT-RENT-DUE-ON TO WS-MDY-DATE
               MOVE WS-MDY-YYYY TO WS-DUE-YEAR
               MOVE WS-MDY-MM   TO WS-DUE-MONTH
               MOVE WS-MDY-DD   TO WS-DUE-ANCHOR-DAY
               PERFORM FIGURE-DUE-DATE
               IF WS-DUE-INT > ZEROS
                   MOVE WS-DUE-INT TO WS-FIRST-DUE-INT
                   PERFORM PLACE-ONE-RENT
                       UNTIL WS-DUE-INT > WS-END-INT
                          OR WS-DUE-INT = ZEROS
               END-IF
           END-IF
           PERFORM PLACE-TENANT-AR
           PERFORM READ-TENANT-MASTER
           .
      * --- A DUE DATE BEFORE TODAY IS ALREADY ON THE A/R, NOT NEW
      *     RENT; AUTOPAY TENANTS WITH BANK DETAILS ARE DRAFTED ------
       PLACE-ONE-RENT.
           MOVE WS-DUE-INT TO WS-EVENT-INT
           PERFORM PLACE-EVENT-DATE
           IF WS-WEEK-NO > ZEROS
               IF TM-IS-ON-AUTOPAY AND TM-BANK-ROUTING NOT = ZEROS
                   ADD TM-RENT-AMOUNT TO WS-WK-AUTOPAY(WS-WEEK-NO)
               ELSE
                   ADD TM-RENT-AMOUNT TO WS-WK-RENT(WS-WEEK-NO)
               END-IF
           END-IF
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           PERFORM FIGURE-DUE-DATE
           .
      * --- THE ANCHOR DAY, OR THE LAST DAY OF A SHORTER MONTH ------
       FIGURE-DUE-DATE.
           MOVE WS-DUE-ANCHOR-DAY TO WS-DUE-DAY
           COMPUTE WS-DUE-ISO = WS-DUE-YEAR * 10000
               + WS-DUE-MONTH * 100 + WS-DUE-DAY
           PERFORM BACK-OFF-DUE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-ISO) = ZEROS
                  OR WS-DUE-DAY < 28
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-ISO) = ZEROS
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
           ELSE
               MOVE ZEROS TO WS-DUE-INT
           END-IF
           .
       BACK-OFF-DUE-DAY.
           SUBTRACT 1 FROM WS-DUE-DAY
           COMPUTE WS-DUE-ISO = WS-DUE-YEAR * 10000
               + WS-DUE-MONTH * 100 + WS-DUE-DAY
           .
      * --- THE OPEN A/R IS EXPECTED IN WEEK 1.  RENTINV BILLS THE
      *     MONTH AHEAD OF ITS DUE DATE, SO WHILE THAT DATE IS STILL
      *     TO COME THE CHARGE IS ALREADY IN THE RENT COLUMN AND IS
      *     TAKEN BACK OUT OF THE A/R HERE -----------------------------
       PLACE-TENANT-AR.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AR-IDX TO 1
           SEARCH WS-AR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AR-USED-SW(AR-IDX) NOT = 'Y'
                   CONTINUE
               WHEN WS-AR-TENANT-ID(AR-IDX) = TM-TENANT-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AR-BALANCE(AR-IDX) TO WS-OPEN-AR
           IF WS-FIRST-DUE-INT >= WS-TODAY-INT
               SUBTRACT TM-RENT-AMOUNT FROM WS-OPEN-AR
           END-IF
           IF WS-OPEN-AR > ZEROS
               ADD WS-OPEN-AR TO WS-WK-AR(1)
               ADD 1 TO WS-AR-TENANTS
           END-IF
           .
      *-----------------------------------------------------------------
      * --- EACH OPEN LAYAWAY KEEPS PAYING AT ITS OWN WEEKLY PACE SO
      *     FAR (PAID TO DATE OVER WEEKS OPEN) UNTIL IT IS PAID OFF ----
       PROJECT-LAYAWAYS.
           OPEN INPUT LAYAWAY-FILE
           IF WS-LA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO LA-LAYAWAY-NO
           START LAYAWAY-FILE KEY IS NOT LESS THAN LA-LAYAWAY-NO
               INVALID KEY
                   SET END-OF-LAYAWAY TO TRUE
           END-START
           PERFORM READ-LAYAWAY
           PERFORM PROJECT-ONE-LAYAWAY UNTIL END-OF-LAYAWAY
           CLOSE LAYAWAY-FILE
           .
       READ-LAYAWAY.
           READ LAYAWAY-FILE NEXT RECORD
               AT END
                   SET END-OF-LAYAWAY TO TRUE
           END-READ
           .
       PROJECT-ONE-LAYAWAY.
           IF NOT LA-IS-OPEN
                   OR LA-PAID-TO-DATE >= LA-FULL-PRICE
                   OR LA-OPEN-DATE NOT NUMERIC
               PERFORM READ-LAYAWAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LA-COUNT
           MOVE LA-OPEN-DATE TO WS-MDY-DATE
           COMPUTE WS-EVENT-ISO = WS-MDY-YYYY * 10000
               + WS-MDY-MM * 100 + WS-MDY-DD
           MOVE 1 TO WS-LA-WEEKS-OPEN
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-ISO) = ZEROS
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-ISO)
               IF (WS-TODAY-INT - WS-EVENT-INT) / 7 > 1
                   COMPUTE WS-LA-WEEKS-OPEN =
                       (WS-TODAY-INT - WS-EVENT-INT) / 7
               END-IF
           END-IF
           COMPUTE WS-LA-PACE ROUNDED =
               LA-PAID-TO-DATE / WS-LA-WEEKS-OPEN
           COMPUTE WS-LA-REMAINING = LA-FULL-PRICE - LA-PAID-TO-DATE
           PERFORM PLACE-ONE-INSTALLMENT
               VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WS-WEEK-COUNT
                  OR WS-LA-REMAINING = ZEROS
           PERFORM READ-LAYAWAY
           .
       PLACE-ONE-INSTALLMENT.
           COMPUTE WS-LA-INSTALLMENT ROUNDED =
               WS-LA-PACE * WS-WK-DAYS(WK-IDX) / 7
           IF WS-LA-INSTALLMENT > WS-LA-REMAINING
               MOVE WS-LA-REMAINING TO WS-LA-INSTALLMENT
           END-IF
           ADD WS-LA-INSTALLMENT TO WS-WK-LAYAWAY(WK-IDX)
           SUBTRACT WS-LA-INSTALLMENT FROM WS-LA-REMAINING
           .
      *-----------------------------------------------------------------
      * --- ONE PASS FROM THE EARLIER OF 28 DAYS AGO AND THE FIRST OF
      *     LAST MONTH: THE SHOP'S KEEP FOR THE DAILY AVERAGE (SALE
      *     PRICE LESS THE CONSIGNOR'S SHARE; ALL OF IT ON HOUSE STOCK)
      *     AND THE CONSIGNOR COMMISSIONS FOR THIS MONTH AND LAST.  A
      *     LAYAWAY RELEASE ROW WAS PAID FOR WEEKS AGO AND IS NOT A
      *     SALE'S WORTH OF NEW CASH -----------------------------------
       SCAN-SALES-LEDGER.
           COMPUTE WS-AVG-FROM-INT = WS-TODAY-INT - 28
           COMPUTE WS-SCAN-FROM-ISO =
               WS-PRIOR-YEAR * 10000 + WS-PRIOR-MONTH * 100 + 1
           COMPUTE WS-SCAN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-FROM-ISO)
           IF WS-AVG-FROM-INT < WS-SCAN-FROM-INT
               MOVE WS-AVG-FROM-INT TO WS-SCAN-FROM-INT
               COMPUTE WS-SCAN-FROM-ISO =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-FROM-INT)
           END-IF
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               DISPLAY 'NO SALES LEDGER -- SALES AND PAYOUT LEFT OUT'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCAN-FROM-ISO TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   SET END-OF-SALES-LEDGER TO TRUE
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM TALLY-ONE-SALE UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           .
       TALLY-ONE-SALE.
           IF SL-IS-VOIDED OR SL-DATE-OF-SALE NOT NUMERIC
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE TO WS-SALE-ISO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SALE-ISO) NOT = ZEROS
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALE-INT = FUNCTION INTEGER-OF-DATE(WS-SALE-ISO)
           MOVE WS-SALE-ISO(3:4) TO WS-SALE-YYMM
           IF SL-TENANT-ID > ZEROS
               MOVE SL-COMMISSION TO WS-LINE-COMMISSION
           ELSE
               MOVE ZEROS TO WS-LINE-COMMISSION
           END-IF
           COMPUTE WS-LINE-KEEP = SL-SALE-PRICE - WS-LINE-COMMISSION
           IF SL-IS-RETURN
               COMPUTE WS-LINE-COMMISSION = 0 - WS-LINE-COMMISSION
               COMPUTE WS-LINE-KEEP = 0 - WS-LINE-KEEP
           END-IF
           EVALUATE WS-SALE-YYMM
               WHEN WS-THIS-YYMM
                   ADD WS-LINE-COMMISSION TO WS-MTD-COMMISSION
               WHEN WS-PRIOR-YYMM
                   ADD WS-LINE-COMMISSION TO WS-PRIOR-COMMISSION
           END-EVALUATE
           IF WS-SALE-INT >= WS-AVG-FROM-INT
                   AND WS-SALE-INT < WS-TODAY-INT
                   AND NOT SL-TENDER-1-LAYAWAY
               ADD WS-LINE-KEEP TO WS-SALES-28
           END-IF
           PERFORM READ-SALES-LEDGER
           .
       PROJECT-SALES.
           COMPUTE WS-DAILY-SALES ROUNDED = WS-SALES-28 / 28
           IF WS-DAILY-SALES < ZEROS
               MOVE ZEROS TO WS-DAILY-SALES
           END-IF
           PERFORM PLACE-ONE-WEEK-SALES
               VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WS-WEEK-COUNT
           .
       PLACE-ONE-WEEK-SALES.
           COMPUTE WS-WK-SALES(WK-IDX) =
               WS-DAILY-SALES * WS-WK-DAYS(WK-IDX)
           .
      *-----------------------------------------------------------------
      * --- CMSPAY PAYS A MONTH'S COMMISSIONS ON THE FIRST OF THE NEXT.
      *     THE SALES COLUMN IS ALREADY NET OF THE CONSIGNOR'S SHARE,
      *     SO ONLY THE SHARE ALREADY TAKEN IN -- THIS MONTH TO DATE --
      *     GOES BACK OUT.  LAST MONTH'S IS DUE NOW IF NO PAYREG ROW
      *     SHOWS IT WAS PAID.  A FINALPAY SETTLEMENT ROW IS ONE
      *     CONSIGNOR PAID EARLY, NOT THE MONTH'S RUN ------------------
       PROJECT-PAYOUT.
           COMPUTE WS-PAYOUT-ISO = DF-YEAR * 10000 + DF-MONTH * 100 + 1
           IF DF-MONTH = 12
               COMPUTE WS-PAYOUT-ISO = (DF-YEAR + 1) * 10000 + 101
           ELSE
               ADD 100 TO WS-PAYOUT-ISO
           END-IF
           IF WS-MTD-COMMISSION > ZEROS
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PAYOUT-ISO)
               PERFORM PLACE-EVENT-DATE
               IF WS-WEEK-NO > ZEROS
                   ADD WS-MTD-COMMISSION TO WS-WK-PAYOUT(WS-WEEK-NO)
               END-IF
           END-IF
           PERFORM CHECK-PRIOR-PAYOUT
           IF NOT PRIOR-MONTH-PAID AND WS-PRIOR-COMMISSION > ZEROS
               ADD WS-PRIOR-COMMISSION TO WS-WK-PAYOUT(1)
           END-IF
           .
       CHECK-PRIOR-PAYOUT.
           OPEN INPUT PAYOUT-REGISTER
           IF WS-PR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PAYOUT-ROW
           PERFORM CHECK-ONE-PAYOUT-ROW
               UNTIL END-OF-PAYOUT-REG OR PRIOR-MONTH-PAID
           CLOSE PAYOUT-REGISTER
           .
       READ-PAYOUT-ROW.
           READ PAYOUT-REGISTER NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-REG TO TRUE
           END-READ
           .
       CHECK-ONE-PAYOUT-ROW.
           IF PR-PERIOD-YYMM = WS-PRIOR-YYMM
                   AND NOT PR-IS-FINAL-SETTLEMENT
               SET PRIOR-MONTH-PAID TO TRUE
           END-IF
           PERFORM READ-PAYOUT-ROW
           .
      *-----------------------------------------------------------------
      * --- OPEN WORK ORDERS ARE PAID AS THEY ARE FINISHED: ALL OF THEM
      *     ARE CARRIED IN WEEK 1 --------------------------------------
       PROJECT-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WO-ORDER-NO
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-ORDER-NO
               INVALID KEY
                   SET END-OF-WORK-ORDERS TO TRUE
           END-START
           PERFORM READ-WORK-ORDER
           PERFORM PLACE-ONE-WORK-ORDER UNTIL END-OF-WORK-ORDERS
           CLOSE WORK-ORDER-FILE
           .
       READ-WORK-ORDER.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   SET END-OF-WORK-ORDERS TO TRUE
           END-READ
           .
       PLACE-ONE-WORK-ORDER.
           IF WO-IS-OPEN
               ADD 1 TO WS-WO-COUNT
               IF WO-COST IS NUMERIC AND WO-COST > ZEROS
                   ADD WO-COST TO WS-WK-WORKORD(1)
               ELSE
                   ADD 1 TO WS-WO-UNPRICED
               END-IF
           END-IF
           PERFORM READ-WORK-ORDER
           .
      * --- AN ISSUED CHECK CAN CLEAR ANY DAY: ALL IN WEEK 1 --------
       PROJECT-CHECKS.
           OPEN INPUT CHECK-REGISTER
           IF WS-CR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CR-CHECK-NO
           START CHECK-REGISTER KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   SET END-OF-CHECK-REG TO TRUE
           END-START
           PERFORM READ-CHECK-ROW
           PERFORM PLACE-ONE-CHECK UNTIL END-OF-CHECK-REG
           CLOSE CHECK-REGISTER
           .
       READ-CHECK-ROW.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET END-OF-CHECK-REG TO TRUE
           END-READ
           .
       PLACE-ONE-CHECK.
           IF CR-IS-ISSUED
               ADD 1 TO WS-CHECK-COUNT
               ADD CR-AMOUNT TO WS-WK-CHECKS(1)
           END-IF
           PERFORM READ-CHECK-ROW
           .
      *-----------------------------------------------------------------
       RUN-BALANCES.
           MOVE WS-OPENING-CASH TO WS-RUNNING-BALANCE
           MOVE WS-OPENING-CASH TO WS-LOW-BALANCE
           PERFORM RUN-ONE-WEEK
               VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WS-WEEK-COUNT
           .
       RUN-ONE-WEEK.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WS-WK-RENT(WK-IDX) + WS-WK-AUTOPAY(WK-IDX)
               + WS-WK-AR(WK-IDX) + WS-WK-LAYAWAY(WK-IDX)
               + WS-WK-SALES(WK-IDX)
               - WS-WK-PAYOUT(WK-IDX) - WS-WK-WORKORD(WK-IDX)
               - WS-WK-CHECKS(WK-IDX)
           MOVE WS-RUNNING-BALANCE TO WS-WK-BALANCE(WK-IDX)
           ADD WS-WK-RENT(WK-IDX)    TO WS-TL-RENT
           ADD WS-WK-AUTOPAY(WK-IDX) TO WS-TL-AUTOPAY
           ADD WS-WK-AR(WK-IDX)      TO WS-TL-AR
           ADD WS-WK-LAYAWAY(WK-IDX) TO WS-TL-LAYAWAY
           ADD WS-WK-SALES(WK-IDX)   TO WS-TL-SALES
           ADD WS-WK-PAYOUT(WK-IDX)  TO WS-TL-PAYOUT
           ADD WS-WK-WORKORD(WK-IDX) TO WS-TL-WORKORD
           ADD WS-WK-CHECKS(WK-IDX)  TO WS-TL-CHECKS
           IF WS-RUNNING-BALANCE < WS-CUSHION
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           IF WS-RUNNING-BALANCE < WS-LOW-BALANCE OR WS-LOW-WEEK = 0
               MOVE WS-RUNNING-BALANCE TO WS-LOW-BALANCE
               SET WS-LOW-WEEK TO WK-IDX
           END-IF
           .
      *-----------------------------------------------------------------
       PRINT-FORECAST.
           SET SP-OP-OPEN TO TRUE
           MOVE 'CASHFCST' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE DF-MONTH TO WS-SD-MM
           MOVE DF-DAY   TO WS-SD-DD
           MOVE DF-YEAR  TO WS-SD-YYYY
           MOVE WS-HORIZON-DAYS TO WS-SHOW-DAYS
           MOVE SPACES TO WS-RPT-LINE
           STRING '        CASH-FLOW FORECAST -- NEXT ' WS-SHOW-DAYS
                  ' DAYS FROM ' WS-SHOW-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-OPENING-CASH
           PERFORM PRINT-BASIS
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-GROUP-HEAD TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-COLUMN-HEAD TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-WEEK
               VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WS-WEEK-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-SHORT-WEEKS
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-OPENING-CASH.
           IF NOT BALANCE-ON-FILE
               MOVE 'NO RECONCILED BANK BALANCE ON FILE (RUN BANKRECN'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 'WITH A B LINE) -- OPENING CASH TAKEN AS ZERO'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STMT-DATE TO WS-LABEL-ISO
           MOVE WS-LABEL-MM   TO WS-SD-MM
           MOVE WS-LABEL-DD   TO WS-SD-DD
           MOVE WS-LABEL-YYYY TO WS-SD-YYYY
           MOVE WS-BANK-BALANCE TO WS-SHOW-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BANK BALANCE PER STATEMENT OF ' WS-SHOW-DATE
                  '     ' WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-DEPOSITS-SINCE TO WS-SHOW-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  DEPOSITS MADE SINCE (DEPREG)               '
                  WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-DRAFTS-SINCE TO WS-SHOW-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  AUTOPAY DRAFTS SENT SINCE (BANKDRFT)       '
                  WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-OPENING-CASH TO WS-SHOW-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPENING CASH                                 '
                  WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-BASIS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-DAILY-SALES TO WS-SHOW-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DAILY SALES, NET OF CONSIGNOR SHARE (28 DAYS)'
                  WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PAYOUT-ISO TO WS-LABEL-ISO
           MOVE WS-LABEL-MM   TO WS-SD-MM
           MOVE WS-LABEL-DD   TO WS-SD-DD
           MOVE WS-LABEL-YYYY TO WS-SD-YYYY
           MOVE WS-MTD-COMMISSION TO WS-SHOW-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COMMISSIONS THIS MONTH, PAID ' WS-SHOW-DATE
                  '      ' WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF NOT PRIOR-MONTH-PAID AND WS-PRIOR-COMMISSION > ZEROS
               MOVE WS-PRIOR-COMMISSION TO WS-SHOW-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'LAST MONTH''S COMMISSIONS, NOT YET PAID       '
                      WS-SHOW-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE WS-AR-TENANTS TO WS-SHOW-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TENANTS WITH OPEN A/R:      ' WS-SHOW-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-LA-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN LAYAWAYS:              ' WS-SHOW-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WO-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN WORK ORDERS:           ' WS-SHOW-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           IF WS-WO-UNPRICED > ZEROS
               MOVE WS-WO-UNPRICED TO WS-SHOW-COUNT
               MOVE 33 TO WS-LINE-PTR
               STRING '(' WS-SHOW-COUNT ' WITH NO COST YET)'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                      WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CHECK-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHECKS OUTSTANDING:         ' WS-SHOW-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-ONE-WEEK.
           MOVE WS-WK-START-ISO(WK-IDX) TO WS-LABEL-ISO
           MOVE WS-LABEL-MM TO WS-WL-MM
           MOVE WS-LABEL-DD TO WS-WL-DD
           MOVE WS-WEEK-LABEL         TO WS-GL-WEEK
           MOVE WS-WK-RENT(WK-IDX)    TO WS-GL-AMOUNT(1)
           MOVE WS-WK-AUTOPAY(WK-IDX) TO WS-GL-AMOUNT(2)
           MOVE WS-WK-AR(WK-IDX)      TO WS-GL-AMOUNT(3)
           MOVE WS-WK-LAYAWAY(WK-IDX) TO WS-GL-AMOUNT(4)
           MOVE WS-WK-SALES(WK-IDX)   TO WS-GL-AMOUNT(5)
           MOVE WS-WK-PAYOUT(WK-IDX)  TO WS-GL-AMOUNT(6)
           MOVE WS-WK-WORKORD(WK-IDX) TO WS-GL-AMOUNT(7)
           MOVE WS-WK-CHECKS(WK-IDX)  TO WS-GL-AMOUNT(8)
           MOVE WS-WK-BALANCE(WK-IDX) TO WS-GL-BALANCE
           MOVE WS-GRID-LINE TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-TOTAL-LINE.
           MOVE 'TOTAL'         TO WS-GL-WEEK
           MOVE WS-TL-RENT      TO WS-GL-AMOUNT(1)
           MOVE WS-TL-AUTOPAY   TO WS-GL-AMOUNT(2)
           MOVE WS-TL-AR        TO WS-GL-AMOUNT(3)
           MOVE WS-TL-LAYAWAY   TO WS-GL-AMOUNT(4)
           MOVE WS-TL-SALES     TO WS-GL-AMOUNT(5)
           MOVE WS-TL-PAYOUT    TO WS-GL-AMOUNT(6)
           MOVE WS-TL-WORKORD   TO WS-GL-AMOUNT(7)
           MOVE WS-TL-CHECKS    TO WS-GL-AMOUNT(8)
           MOVE WS-RUNNING-BALANCE TO WS-GL-BALANCE
           MOVE WS-GRID-LINE TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- EVERY WEEK THAT ENDS UNDER THE CUSHION, THEN THE LOW POINT
       PRINT-SHORT-WEEKS.
           IF WS-SHORT-COUNT = ZEROS
               MOVE WS-CUSHION TO WS-SHOW-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'NO WEEK PROJECTED UNDER THE CUSHION OF '
                      WS-SHOW-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-SHORT-WEEK
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-WEEK-COUNT
           END-IF
           IF WS-LOW-WEEK > ZEROS
               MOVE WS-WK-START-ISO(WS-LOW-WEEK) TO WS-LABEL-ISO
               MOVE WS-LABEL-MM   TO WS-SD-MM
               MOVE WS-LABEL-DD   TO WS-SD-DD
               MOVE WS-LABEL-YYYY TO WS-SD-YYYY
               MOVE WS-LOW-BALANCE TO WS-SHOW-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'LOW POINT: WEEK OF ' WS-SHOW-DATE
                      '                ' WS-SHOW-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
       PRINT-ONE-SHORT-WEEK.
           IF WS-WK-BALANCE(WK-IDX) < WS-CUSHION
               MOVE WS-WK-START-ISO(WK-IDX) TO WS-LABEL-ISO
               MOVE WS-LABEL-MM   TO WS-SD-MM
               MOVE WS-LABEL-DD   TO WS-SD-DD
               MOVE WS-LABEL-YYYY TO WS-SD-YYYY
               MOVE WS-WK-BALANCE(WK-IDX) TO WS-SHOW-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** SHORT WEEK OF ' WS-SHOW-DATE
                      ' -- PROJECTED ' WS-SHOW-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
