       IDENTIFICATION DIVISION.
       PROGRAM-ID. YRSTMT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    YRSTMT -- YEAR-END CONSIGNOR ACTIVITY SUMMARY, FOR THE
      *    DEALER'S SCHEDULE C.  THE 1099 SHOWS ONLY WHAT WAS PAID;
      *    THIS SHOWS EVERYTHING DONE WITH THE SHOP IN THE YEAR:
      *      - GROSS SALES OF THE DEALER'S PIECES AND RETURNS, OFF THE
      *        SALES LEDGER AND ITS SALESARC ARCHIVE, THE COMMISSION
      *        THE SHOP KEPT, AND THE SALES TAX THE SHOP COLLECTED
      *        AND REMITTED ON THEM
      *      - CARD-FEE, RENT/ACCOUNT OFFSET, CHARGEBACK AND BACKUP
      *        WITHHOLDING DEDUCTIONS, AND NET PAYOUTS BY MONTH, OFF
      *        PAYREG (THE SAME REGISTER AND PERIOD YEAR YR1099 USES)
      *      - RENT, LATE FEES, CAM, AND OTHER CHARGES BILLED, AND
      *        WHAT WAS PAID AND CREDITED ON ACCOUNT, OFF TENTAR
      *    ONE STATEMENT PER CONSIGNOR WITH ANY ACTIVITY, DELIVERED
      *    THE SAME WAY RATECHG DELIVERS ITS LETTERS: E-MAIL THROUGH
      *    MAILPUT OR PAPER TO THE YRSTMT PRINT FILE, BY THE TENANT'S
      *    DELIVERY PREFERENCE.  A MOVED-OUT CONSIGNOR GETS PAPER TO
      *    THE ADDRESS ON THEIR LAST TENANTHS ROW.  NAMING ONE TENANT
      *    REPRINTS THAT CONSIGNOR'S STATEMENT ON PAPER FOR THE DESK.
      *      "GNUMAIN YRSTMT"              LAST YEAR, EVERY CONSIGNOR
      *      "GNUMAIN YRSTMT <YY>"         A KEYED YEAR
      *      "GNUMAIN YRSTMT <YY> <TENANT>" REPRINT ONE CONSIGNOR
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
           SELECT PAYOUT-REGISTER
               ASSIGN TO 'PAYREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT TENANT-AR
               ASSIGN TO 'TENTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT TENANT-HISTORY
               ASSIGN TO 'TENANTHS'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT SUMMARY-PRINT
               ASSIGN TO 'YRSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD  PIC X(146).
       FD  PAYOUT-REGISTER.
       COPY PAYREG.
       FD  TENANT-AR.
       COPY TENTAR.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  SUMMARY-PRINT.
       01 SUMMARY-PRINT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-SA-STATUS         PIC XX VALUE '00'.
       01 WS-PR-STATUS         PIC XX VALUE '00'.
       01 WS-AR-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
       01 WS-YP-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-SA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-ARCHIVE   VALUE 1.
          03 WS-PR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-REGISTER        VALUE 1.
          03 WS-AR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-AR       VALUE 1.
          03 WS-TH-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-HISTORY  VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
          03 WS-PAYEE-SW       PIC 9 VALUE 0.
             88 PAYEE-FOUND            VALUE 1.
             88 PAYEE-NOT-FOUND        VALUE 0.
          03 WS-MOVED-OUT-SW   PIC 9 VALUE 0.
             88 PAYEE-MOVED-OUT        VALUE 1.
             88 PAYEE-ON-MASTER        VALUE 0.
       01 WS-TARGET-YY         PIC 9(2) VALUE ZEROS.
       01 WS-TARGET-YEAR       PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-START        PIC 9(8) VALUE ZEROS.
       01 WS-YEAR-END          PIC 9(8) VALUE ZEROS.
       01 WS-ONLY-TENANT       PIC 9(6) VALUE ZEROS.
       01 WS-SUSPENSE-TENANT   PIC 9(6) VALUE 999999.
       01 WS-LOOKUP-ID         PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-MM         PIC 9(2) VALUE ZEROS.
       01 WS-SHOP-KEEPS        PIC S9(7)V9(2) VALUE ZEROS.
      * --- ONE ROW PER CONSIGNOR WITH ANY ACTIVITY IN THE YEAR -------
       01 WS-SUM-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-SUMMARY-TABLE.
          03 WS-SUM-ENTRY      OCCURS 500 TIMES INDEXED BY SUM-IDX.
             05 WS-SM-TENANT-ID     PIC 9(6).
             05 WS-SM-SALE-COUNT    PIC 9(5).
             05 WS-SM-GROSS-SALES   PIC S9(7)V9(2).
             05 WS-SM-RETURN-COUNT  PIC 9(5).
             05 WS-SM-RETURNS       PIC S9(7)V9(2).
             05 WS-SM-SHOP-COMM     PIC S9(7)V9(2).
             05 WS-SM-SALES-TAX     PIC S9(7)V9(2).
             05 WS-SM-CARD-FEE      PIC S9(7)V9(2).
             05 WS-SM-OFFSETS       PIC S9(7)V9(2).
             05 WS-SM-DISPUTE-HOLD  PIC S9(7)V9(2).
             05 WS-SM-BACKUP-WH     PIC S9(7)V9(2).
             05 WS-SM-NET-PAID      PIC S9(7)V9(2) OCCURS 12 TIMES.
             05 WS-SM-RENT          PIC S9(7)V9(2).
             05 WS-SM-LATE-FEES     PIC S9(7)V9(2).
             05 WS-SM-CAM           PIC S9(7)V9(2).
             05 WS-SM-OTHER-CHGS    PIC S9(7)V9(2).
             05 WS-SM-AR-PAID       PIC S9(7)V9(2).
             05 WS-SM-AR-CREDITS    PIC S9(7)V9(2).
       01 WS-MONTH-IDX         PIC 9(2) VALUE ZEROS.
       01 WS-TOTAL-NET-PAID    PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-NET-SALES         PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-DEALER-SHARE      PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TOTAL-CHARGES     PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-AMOUNT-SHOW       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-SHOW        PIC ZZZZ9.
       01 WS-MONTH-SHOW.
          03 WS-MONTH-SHOW-1   PIC X(23).
          03 WS-MONTH-SHOW-2   PIC X(23).
          03 WS-MONTH-SHOW-3   PIC X(23).
       01 WS-ONE-MONTH         PIC X(23) VALUE SPACES.
       01 WS-MONTH-AMT-SHOW    PIC ZZZ,ZZ9.99-.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-LABEL             PIC X(40) VALUE SPACES.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
       01 WS-EMAIL-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-PAPER-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-DELIVERY-SW       PIC 9 VALUE 0.
          88 SEND-BY-EMAIL             VALUE 1.
          88 SEND-ON-PAPER             VALUE 0.
       COPY MONTHS.
       COPY MAILPUT.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
      * --- RUN IN JANUARY, SO THE YEAR LEFT BLANK IS LAST YEAR; A
      *     KEYED YEAR IS YY, THE SAME AS YR1099 TAKES IT --------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TARGET-YEAR = DF-YEAR - 1
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-YY
               COMPUTE WS-TARGET-YEAR = 2000 + WS-TARGET-YY
           END-IF
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-ONLY-TENANT
           END-IF
           COMPUTE WS-TARGET-YY = FUNCTION MOD(WS-TARGET-YEAR, 100)
           COMPUTE WS-YEAR-START = WS-TARGET-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END   = WS-TARGET-YEAR * 10000 + 1231
           MOVE LOW-VALUES TO WS-SUMMARY-TABLE
           PERFORM SCAN-SALES-LEDGER
           PERFORM SCAN-SALES-ARCHIVE
           PERFORM SCAN-PAYOUT-REGISTER
           PERFORM SCAN-TENANT-AR
           IF WS-SUM-COUNT = ZEROS
               DISPLAY 'NO CONSIGNOR ACTIVITY IN ' WS-TARGET-YEAR
               GOBACK
           END-IF
           OPEN INPUT TENANT-MASTER
           OPEN OUTPUT SUMMARY-PRINT
           PERFORM SEND-ONE-SUMMARY
               VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > WS-SUM-COUNT
           CLOSE SUMMARY-PRINT
           CLOSE TENANT-MASTER
           DISPLAY 'YEAR-END SUMMARIES FOR ' WS-TARGET-YEAR
           DISPLAY '  E-MAILED: ' WS-EMAIL-COUNT
                   '   ON PAPER (YRSTMT): ' WS-PAPER-COUNT
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE ROW FOR WS-LOOKUP-ID, ADDED ZEROED THE FIRST TIME;
      *     ENTRY-NOT-FOUND WHEN THE CONSIGNOR IS NOT WANTED THIS RUN
      *     OR THE TABLE IS FULL ---------------------------------------
       FIND-SUMMARY-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           IF WS-LOOKUP-ID = ZEROS OR WS-LOOKUP-ID = WS-SUSPENSE-TENANT
               EXIT PARAGRAPH
           END-IF
           IF WS-ONLY-TENANT > ZEROS
                   AND WS-LOOKUP-ID NOT = WS-ONLY-TENANT
               EXIT PARAGRAPH
           END-IF
           SET SUM-IDX TO 1
           SEARCH WS-SUM-ENTRY
               AT END
                   CONTINUE
               WHEN SUM-IDX > WS-SUM-COUNT
                   CONTINUE
               WHEN WS-SM-TENANT-ID(SUM-IDX) = WS-LOOKUP-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SUM-COUNT >= 500
               DISPLAY 'SUMMARY TABLE FULL -- TENANT ' WS-LOOKUP-ID
                       ' LEFT OFF'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUM-COUNT
           SET SUM-IDX TO WS-SUM-COUNT
           INITIALIZE WS-SUM-ENTRY(SUM-IDX)
           MOVE WS-LOOKUP-ID TO WS-SM-TENANT-ID(SUM-IDX)
           SET ENTRY-FOUND TO TRUE
           .
      *-----------------------------------------------------------------
      * --- THE LIVE LEDGER FROM JANUARY 1ST BY THE DATE KEY ----------
       SCAN-SALES-LEDGER.
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-START TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   SET END-OF-SALES-LEDGER TO TRUE
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM TAKE-ONE-LEDGER-ROW UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           IF END-OF-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-SALES-LEDGER
                   AND SL-DATE-OF-SALE > WS-YEAR-END
               SET END-OF-SALES-LEDGER TO TRUE
           END-IF
           .
       TAKE-ONE-LEDGER-ROW.
           PERFORM POST-SALE-ROW
           PERFORM READ-SALES-LEDGER
           .
      * --- ARCHIVED ROWS LEFT THE LIVE LEDGER, SO NOTHING IS COUNTED
      *     TWICE ------------------------------------------------------
       SCAN-SALES-ARCHIVE.
           OPEN INPUT SALES-ARCHIVE
           IF WS-SA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SALES-ARCHIVE
           PERFORM TAKE-ONE-ARCHIVE-ROW UNTIL END-OF-SALES-ARCHIVE
           CLOSE SALES-ARCHIVE
           .
       READ-SALES-ARCHIVE.
           READ SALES-ARCHIVE NEXT RECORD
               AT END
                   SET END-OF-SALES-ARCHIVE TO TRUE
           END-READ
           .
       TAKE-ONE-ARCHIVE-ROW.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           IF SL-DATE-OF-SALE NUMERIC
                   AND SL-DATE-OF-SALE NOT < WS-YEAR-START
                   AND SL-DATE-OF-SALE NOT > WS-YEAR-END
               PERFORM POST-SALE-ROW
           END-IF
           PERFORM READ-SALES-ARCHIVE
           .
      * --- SL-COMMISSION IS THE CONSIGNOR'S SHARE; THE SHOP KEPT THE
      *     REST OF THE PRICE.  A RETURN TAKES ALL OF IT BACK ----------
       POST-SALE-ROW.
           IF SL-IS-VOIDED OR SL-TENANT-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SL-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-SUMMARY-ROW
           IF ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHOP-KEEPS = SL-SALE-PRICE - SL-COMMISSION
           IF SL-IS-RETURN
               ADD 1 TO WS-SM-RETURN-COUNT(SUM-IDX)
               ADD SL-SALE-PRICE TO WS-SM-RETURNS(SUM-IDX)
               SUBTRACT WS-SHOP-KEEPS FROM WS-SM-SHOP-COMM(SUM-IDX)
               SUBTRACT SL-TAX-AMOUNT FROM WS-SM-SALES-TAX(SUM-IDX)
           ELSE
               ADD 1 TO WS-SM-SALE-COUNT(SUM-IDX)
               ADD SL-SALE-PRICE TO WS-SM-GROSS-SALES(SUM-IDX)
               ADD WS-SHOP-KEEPS TO WS-SM-SHOP-COMM(SUM-IDX)
               ADD SL-TAX-AMOUNT TO WS-SM-SALES-TAX(SUM-IDX)
           END-IF
           .
      *-----------------------------------------------------------------
      * --- PAYOUTS BY THE PERIOD THEY PAID FOR, AS YR1099 COUNTS
      *     THEM.  FIELDS BLANK ON OLDER ROWS COUNT AS ZERO ------------
       SCAN-PAYOUT-REGISTER.
           OPEN INPUT PAYOUT-REGISTER
           IF WS-PR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-REGISTER
           PERFORM TAKE-ONE-REGISTER-ROW UNTIL END-OF-REGISTER
           CLOSE PAYOUT-REGISTER
           .
       READ-REGISTER.
           READ PAYOUT-REGISTER NEXT RECORD
               AT END
                   SET END-OF-REGISTER TO TRUE
           END-READ
           .
       TAKE-ONE-REGISTER-ROW.
           IF PR-PERIOD-YYMM NOT NUMERIC
                   OR PR-PERIOD-YYMM(1:2) NOT = WS-TARGET-YY
               PERFORM READ-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE PR-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-SUMMARY-ROW
           IF ENTRY-FOUND
               MOVE PR-PERIOD-YYMM(3:2) TO WS-PERIOD-MM
               IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   MOVE 12 TO WS-PERIOD-MM
               END-IF
               IF PR-NET-PAID NUMERIC
                   ADD PR-NET-PAID
                       TO WS-SM-NET-PAID(SUM-IDX, WS-PERIOD-MM)
               END-IF
               IF PR-DEDUCTIONS NUMERIC
                   ADD PR-DEDUCTIONS TO WS-SM-OFFSETS(SUM-IDX)
               END-IF
               IF PR-CARD-FEE NUMERIC
                   ADD PR-CARD-FEE TO WS-SM-CARD-FEE(SUM-IDX)
               END-IF
               IF PR-DISPUTE-HOLD NUMERIC
                   ADD PR-DISPUTE-HOLD TO WS-SM-DISPUTE-HOLD(SUM-IDX)
               END-IF
               IF PR-BACKUP-WITHHELD NUMERIC
                   ADD PR-BACKUP-WITHHELD TO WS-SM-BACKUP-WH(SUM-IDX)
               END-IF
           END-IF
           PERFORM READ-REGISTER
           .
      *-----------------------------------------------------------------
      * --- CHARGES BY WHAT BILLED THEM (THE DESCRIPTIONS RENTINV,
      *     DTR001, DTR003, DTR005, AND CAMALLOC POST); PAYMENTS AND
      *     CREDITS ARE NOT TIED TO ONE CHARGE, SO THEY ARE TOTALED ---
       SCAN-TENANT-AR.
           OPEN INPUT TENANT-AR
           IF WS-AR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-AR
           PERFORM TAKE-ONE-AR-ROW UNTIL END-OF-TENANT-AR
           CLOSE TENANT-AR
           .
       READ-TENANT-AR.
           READ TENANT-AR NEXT RECORD
               AT END
                   SET END-OF-TENANT-AR TO TRUE
           END-READ
           .
       TAKE-ONE-AR-ROW.
           IF AR-DATE NOT NUMERIC OR AR-AMOUNT NOT NUMERIC
                   OR AR-DATE(5:4) NOT = WS-TARGET-YEAR
               PERFORM READ-TENANT-AR
               EXIT PARAGRAPH
           END-IF
           MOVE AR-TENANT-ID TO WS-LOOKUP-ID
           PERFORM FIND-SUMMARY-ROW
           IF ENTRY-FOUND
               EVALUATE TRUE
                   WHEN AR-IS-PAYMENT
                       ADD AR-AMOUNT TO WS-SM-AR-PAID(SUM-IDX)
                   WHEN AR-IS-CREDIT
                       ADD AR-AMOUNT TO WS-SM-AR-CREDITS(SUM-IDX)
                   WHEN AR-DESCRIPTION = 'MONTHLY RENT'
                           OR AR-DESCRIPTION = 'PRORATED RENT'
                           OR AR-DESCRIPTION = 'FINAL RENT DAYS'
                           OR AR-DESCRIPTION = 'PCT RENT OVERAGE'
                       ADD AR-AMOUNT TO WS-SM-RENT(SUM-IDX)
                   WHEN AR-DESCRIPTION = 'LATE FEE'
                       ADD AR-AMOUNT TO WS-SM-LATE-FEES(SUM-IDX)
                   WHEN AR-DESCRIPTION(1:4) = 'CAM '
                       ADD AR-AMOUNT TO WS-SM-CAM(SUM-IDX)
                   WHEN OTHER
                       ADD AR-AMOUNT TO WS-SM-OTHER-CHGS(SUM-IDX)
               END-EVALUATE
           END-IF
           PERFORM READ-TENANT-AR
           .
      *-----------------------------------------------------------------
      * --- ONE STATEMENT.  A REPRINT FOR ONE TENANT IS ALWAYS PAPER:
      *     THE DESK IS HANDING IT ACROSS THE COUNTER ------------------
       SEND-ONE-SUMMARY.
           PERFORM LOAD-SUMMARY-PAYEE
           PERFORM PICK-DELIVERY-ROUTE
           MOVE SPACES TO WS-NAME-LINE
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO WS-NAME-LINE
           MOVE ALL '=' TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE 'DARLENE''S TREASURES - YEAR-END CONSIGNOR ACTIVITY'
               TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           STRING 'TAX YEAR ' WS-TARGET-YEAR
                  '                    PREPARED ' DF-MONTH '/'
                  DF-DAY '/' DF-YEAR
                  DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           PERFORM EMIT-SUMMARY-LINE
           STRING 'TENANT NO: ' TM-TENANT-ID '  ' WS-NAME-LINE
                  DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE TM-ADDRESS-LINE-1 TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           IF TM-ADDRESS-LINE-2 NOT = SPACES
               MOVE TM-ADDRESS-LINE-2 TO WS-DOC-LINE
               PERFORM EMIT-SUMMARY-LINE
           END-IF
           STRING FUNCTION TRIM(TM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(TM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           PERFORM EMIT-SUMMARY-LINE
           PERFORM PRINT-SALES-SECTION
           PERFORM PRINT-PAYOUT-SECTION
           PERFORM PRINT-ACCOUNT-SECTION
           MOVE 'KEEP THIS WITH YOUR TAX RECORDS.  YOUR 1099-NEC SHOWS'
               TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE 'ONLY THE PAYOUTS; THE SALES TAX ABOVE WAS NEVER YOURS.'
               TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           PERFORM EMIT-SUMMARY-LINE
           PERFORM CLOSE-DELIVERY-ROUTE
           .
       PRINT-SALES-SECTION.
           MOVE 'SALES OF YOUR PIECES' TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE WS-SM-SALE-COUNT(SUM-IDX) TO WS-COUNT-SHOW
           STRING '  GROSS SALES (' WS-COUNT-SHOW ' PIECES)'
                  DELIMITED BY SIZE INTO WS-LABEL
           MOVE WS-SM-GROSS-SALES(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE WS-SM-RETURN-COUNT(SUM-IDX) TO WS-COUNT-SHOW
           STRING '  LESS RETURNS (' WS-COUNT-SHOW ')'
                  DELIMITED BY SIZE INTO WS-LABEL
           COMPUTE WS-AMOUNT-SHOW = 0 - WS-SM-RETURNS(SUM-IDX)
           PERFORM EMIT-AMOUNT-LINE
           COMPUTE WS-NET-SALES =
               WS-SM-GROSS-SALES(SUM-IDX) - WS-SM-RETURNS(SUM-IDX)
           MOVE '  NET SALES' TO WS-LABEL
           MOVE WS-NET-SALES TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  LESS COMMISSION KEPT BY THE SHOP' TO WS-LABEL
           COMPUTE WS-AMOUNT-SHOW = 0 - WS-SM-SHOP-COMM(SUM-IDX)
           PERFORM EMIT-AMOUNT-LINE
           COMPUTE WS-DEALER-SHARE =
               WS-NET-SALES - WS-SM-SHOP-COMM(SUM-IDX)
           MOVE '  YOUR SHARE OF NET SALES' TO WS-LABEL
           MOVE WS-DEALER-SHARE TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  SALES TAX COLLECTED AND REMITTED' TO WS-LABEL
           MOVE WS-SM-SALES-TAX(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '    BY THE SHOP (NOT YOUR INCOME)' TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           PERFORM EMIT-SUMMARY-LINE
           .
       PRINT-PAYOUT-SECTION.
           MOVE 'TAKEN OUT OF YOUR PAYOUTS' TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE '  CARD PROCESSING FEES' TO WS-LABEL
           MOVE WS-SM-CARD-FEE(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  RENT AND ACCOUNT OFFSETS' TO WS-LABEL
           MOVE WS-SM-OFFSETS(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           IF WS-SM-DISPUTE-HOLD(SUM-IDX) NOT = ZEROS
               MOVE '  CARD CHARGEBACK HOLDS (NET)' TO WS-LABEL
               MOVE WS-SM-DISPUTE-HOLD(SUM-IDX) TO WS-AMOUNT-SHOW
               PERFORM EMIT-AMOUNT-LINE
           END-IF
           IF WS-SM-BACKUP-WH(SUM-IDX) NOT = ZEROS
               MOVE '  BACKUP WITHHOLDING SENT TO THE IRS' TO WS-LABEL
               MOVE WS-SM-BACKUP-WH(SUM-IDX) TO WS-AMOUNT-SHOW
               PERFORM EMIT-AMOUNT-LINE
           END-IF
           PERFORM EMIT-SUMMARY-LINE
           MOVE 'NET PAYOUTS BY MONTH' TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE ZEROS TO WS-TOTAL-NET-PAID
           PERFORM PRINT-ONE-MONTH-ROW
               VARYING WS-MONTH-IDX FROM 1 BY 3
               UNTIL WS-MONTH-IDX > 12
           MOVE '  TOTAL NET PAID' TO WS-LABEL
           MOVE WS-TOTAL-NET-PAID TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           PERFORM EMIT-SUMMARY-LINE
           .
      * --- THREE MONTHS TO A LINE -----------------------------------
       PRINT-ONE-MONTH-ROW.
           MOVE SPACES TO WS-MONTH-SHOW
           PERFORM FORMAT-ONE-MONTH
           MOVE WS-ONE-MONTH TO WS-MONTH-SHOW-1
           ADD 1 TO WS-MONTH-IDX
           PERFORM FORMAT-ONE-MONTH
           MOVE WS-ONE-MONTH TO WS-MONTH-SHOW-2
           ADD 1 TO WS-MONTH-IDX
           PERFORM FORMAT-ONE-MONTH
           MOVE WS-ONE-MONTH TO WS-MONTH-SHOW-3
           SUBTRACT 2 FROM WS-MONTH-IDX
           MOVE WS-MONTH-SHOW TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           .
       FORMAT-ONE-MONTH.
           ADD WS-SM-NET-PAID(SUM-IDX, WS-MONTH-IDX)
               TO WS-TOTAL-NET-PAID
           MOVE WS-SM-NET-PAID(SUM-IDX, WS-MONTH-IDX)
               TO WS-MONTH-AMT-SHOW
           MOVE SPACES TO WS-ONE-MONTH
           STRING '  ' MONTH-NAME(WS-MONTH-IDX)(1:3) ' '
                  WS-MONTH-AMT-SHOW
                  DELIMITED BY SIZE INTO WS-ONE-MONTH
           .
       PRINT-ACCOUNT-SECTION.
           MOVE 'RENT AND CHARGES BILLED TO YOUR ACCOUNT' TO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE '  BOOTH RENT' TO WS-LABEL
           MOVE WS-SM-RENT(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  LATE FEES' TO WS-LABEL
           MOVE WS-SM-LATE-FEES(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  COMMON-AREA (CAM) CHARGES' TO WS-LABEL
           MOVE WS-SM-CAM(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  OTHER ACCOUNT CHARGES' TO WS-LABEL
           MOVE WS-SM-OTHER-CHGS(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           COMPUTE WS-TOTAL-CHARGES = WS-SM-RENT(SUM-IDX)
               + WS-SM-LATE-FEES(SUM-IDX) + WS-SM-CAM(SUM-IDX)
               + WS-SM-OTHER-CHGS(SUM-IDX)
           MOVE '  TOTAL CHARGED' TO WS-LABEL
           MOVE WS-TOTAL-CHARGES TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  PAID ON ACCOUNT (INCL. PAYOUT OFFSETS)' TO WS-LABEL
           MOVE WS-SM-AR-PAID(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           MOVE '  CREDITS AND WAIVERS' TO WS-LABEL
           MOVE WS-SM-AR-CREDITS(SUM-IDX) TO WS-AMOUNT-SHOW
           PERFORM EMIT-AMOUNT-LINE
           PERFORM EMIT-SUMMARY-LINE
           .
       EMIT-AMOUNT-LINE.
           STRING WS-LABEL WS-AMOUNT-SHOW
                  DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-SUMMARY-LINE
           MOVE SPACES TO WS-LABEL
           .
      *-----------------------------------------------------------------
      * --- THE MASTER FIRST; A MOVED-OUT CONSIGNOR'S NAME AND ADDRESS
      *     COME OFF THEIR LAST TENANTHS ROW, LAID INTO THE MASTER
      *     RECORD AREA THE WAY YR1099 DOES IT ------------------------
       LOAD-SUMMARY-PAYEE.
           SET PAYEE-NOT-FOUND TO TRUE
           SET PAYEE-ON-MASTER TO TRUE
           MOVE WS-SM-TENANT-ID(SUM-IDX) TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               SET PAYEE-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE TENANT-MASTER-RECORD
           MOVE WS-SM-TENANT-ID(SUM-IDX) TO TM-TENANT-ID
           MOVE '(NOT ON FILE)' TO TM-LAST-NAME
           SET PAYEE-MOVED-OUT TO TRUE
           MOVE 0 TO WS-TH-EOF-SW
           OPEN INPUT TENANT-HISTORY
           IF WS-TH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-HISTORY
           PERFORM TAKE-ONE-HISTORY-PAYEE UNTIL END-OF-TENANT-HISTORY
           CLOSE TENANT-HISTORY
           .
       READ-TENANT-HISTORY.
           READ TENANT-HISTORY NEXT RECORD
               AT END
                   SET END-OF-TENANT-HISTORY TO TRUE
           END-READ
           .
       TAKE-ONE-HISTORY-PAYEE.
           IF TH-TENANT-ID = WS-SM-TENANT-ID(SUM-IDX)
               INITIALIZE TENANT-MASTER-RECORD
               MOVE TH-TENANT-ID      TO TM-TENANT-ID
               MOVE TH-LAST-NAME      TO TM-LAST-NAME
               MOVE TH-FIRST          TO TM-FIRST
               MOVE TH-ADDRESS-LINE-1 TO TM-ADDRESS-LINE-1
               MOVE TH-ADDRESS-LINE-2 TO TM-ADDRESS-LINE-2
               MOVE TH-CITY           TO TM-CITY
               MOVE TH-STATE-COUNTRY  TO TM-STATE-COUNTRY
               MOVE TH-POSTAL-CODE    TO TM-POSTAL-CODE
               SET PAYEE-FOUND TO TRUE
           END-IF
           PERFORM READ-TENANT-HISTORY
           .
      *-----------------------------------------------------------------
       PICK-DELIVERY-ROUTE.
           MOVE TM-TENANT-ID TO MP-TENANT-ID
           MOVE TM-EMAIL     TO MP-EMAIL
           MOVE 'YRSTMT  '   TO MP-DOC-TYPE
           MOVE SPACES       TO MP-SUBJECT
           IF TM-WANTS-EMAIL AND TM-EMAIL NOT = SPACES
                   AND PAYEE-ON-MASTER AND WS-ONLY-TENANT = ZEROS
               SET SEND-BY-EMAIL TO TRUE
               ADD 1 TO WS-EMAIL-COUNT
               SET MP-OP-OPEN TO TRUE
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               SET SEND-ON-PAPER TO TRUE
               ADD 1 TO WS-PAPER-COUNT
           END-IF
           .
       CLOSE-DELIVERY-ROUTE.
           IF SEND-BY-EMAIL
               SET MP-OP-CLOSE TO TRUE
           ELSE
               SET MP-OP-REGISTER TO TRUE
               MOVE 'P' TO MP-METHOD
           END-IF
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           .
       EMIT-SUMMARY-LINE.
           IF SEND-BY-EMAIL
               SET MP-OP-LINE TO TRUE
               MOVE WS-DOC-LINE TO MP-LINE-TEXT
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               MOVE WS-DOC-LINE TO SUMMARY-PRINT-RECORD
               WRITE SUMMARY-PRINT-RECORD
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           .
