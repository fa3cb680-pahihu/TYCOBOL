       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    FINSTMT -- MONTH-END INCOME STATEMENT AND BALANCE SHEET OFF
      *    THE GL JOURNAL, FOR THE OWNER TO READ WITHOUT WAITING FOR
      *    THE ACCOUNTANT'S QUARTERLY PACKAGE.  GLTRIAL LISTS EVERY
      *    ACCOUNT; THIS GROUPS THEM BY THE STATEMENT SECTION ON THEIR
      *    GLACCTS ROW (REVENUE, COST OF SALES, OPERATING EXPENSES,
      *    ASSETS, LIABILITIES, EQUITY):
      *      - THE INCOME STATEMENT SHOWS THE MONTH AND YEAR TO DATE
      *        BESIDE THE SAME MONTH AND YEAR TO DATE LAST YEAR
      *      - THE BALANCE SHEET SHOWS EVERY BALANCE-SHEET ACCOUNT AS
      *        OF MONTH END, WITH EARNINGS NOT YET CLOSED OUT TO AN
      *        EQUITY ACCOUNT CARRIED AS RETAINED EARNINGS (EARLIER
      *        YEARS) AND NET INCOME (THIS YEAR)
      *    A MONTH PERCLOSE HAS NOT CLOSED CAN STILL TAKE POSTINGS, SO
      *    BOTH STATEMENTS ARE STAMPED PRELIMINARY UNTIL IT IS.  THE
      *    RUN IS FILED TO THE SPOOL AS REPORT FINSTMT.
      *      "GNUMAIN FINSTMT [YYMM]"  (DEFAULT: LAST MONTH)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT GL-ACCOUNT-TABLE
               ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  GL-ACCOUNT-TABLE.
       COPY GLACCTS.
       WORKING-STORAGE SECTION.
       01 WS-GJ-STATUS         PIC XX VALUE '00'.
       01 WS-GL-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-GJ-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GL-JOURNAL      VALUE 1.
          03 WS-GL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GL-TABLE        VALUE 1.
          03 WS-AC-FOUND-SW    PIC 9 VALUE 0.
             88 ACCOUNT-FOUND          VALUE 1.
             88 ACCOUNT-NOT-FOUND      VALUE 0.
          03 WS-PASSED-SW      PIC 9 VALUE 0.
             88 SLOT-PASSED            VALUE 1.
          03 WS-STAMP-SW       PIC 9 VALUE 0.
             88 STATEMENTS-ARE-FINAL   VALUE 0.
             88 STATEMENTS-ARE-PRELIM  VALUE 1.
       01 WS-TARGET-YYMM       PIC 9(4) VALUE ZEROS.
       01 WS-TARGET-YYMM-X REDEFINES WS-TARGET-YYMM.
          03 WS-TARGET-YY      PIC 9(2).
          03 WS-TARGET-MM      PIC 9(2).
       01 WS-PRIOR-YYMM        PIC 9(4) VALUE ZEROS.
       01 WS-PRIOR-YY          PIC 9(2) VALUE ZEROS.
       01 WS-ROW-YY            PIC 9(2) VALUE ZEROS.
       01 WS-ROW-NET           PIC S9(9)V9(2) VALUE ZEROS.
      * --- ONE SLOT PER ACCOUNT, KEPT IN ACCOUNT-NUMBER ORDER.  EVERY
      *     AMOUNT IS NET DEBIT (DEBITS LESS CREDITS) -----------------
       01 WS-FIND-NO           PIC 9(4) VALUE ZEROS.
       01 WS-AC-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-AC-IDX            PIC 9(2) VALUE ZEROS.
       01 WS-SHIFT-IDX         PIC 9(2) VALUE ZEROS.
       01 WS-AC-TABLE.
          03 WS-AC-ENTRY       OCCURS 61 TIMES.
             05 WS-AC-NO           PIC 9(4).
             05 WS-AC-NAME         PIC X(20).
             05 WS-AC-SECTION      PIC X.
             05 WS-AC-PL-AMT       PIC S9(9)V9(2) OCCURS 4 TIMES.
             05 WS-AC-BALANCE      PIC S9(9)V9(2).
             05 WS-AC-PRIOR-YEARS  PIC S9(9)V9(2).
      * --- THE FOUR INCOME STATEMENT COLUMNS, IN PRINT ORDER ---------
       01 WS-COL-THIS-MONTH    PIC 9 VALUE 1.
       01 WS-COL-THIS-YTD      PIC 9 VALUE 2.
       01 WS-COL-LAST-MONTH    PIC 9 VALUE 3.
       01 WS-COL-LAST-YTD      PIC 9 VALUE 4.
       01 WS-COL-IDX           PIC 9 VALUE ZEROS.
       01 WS-PRINT-SECTION     PIC X VALUE SPACE.
       01 WS-SIGN              PIC S9 VALUE +1.
       01 WS-PL-TOTALS.
          03 WS-COL-AMT        PIC S9(9)V9(2) OCCURS 4 TIMES.
          03 WS-SECTION-TOT    PIC S9(9)V9(2) OCCURS 4 TIMES.
          03 WS-REVENUE-TOT    PIC S9(9)V9(2) OCCURS 4 TIMES.
          03 WS-COST-TOT       PIC S9(9)V9(2) OCCURS 4 TIMES.
          03 WS-EXPENSE-TOT    PIC S9(9)V9(2) OCCURS 4 TIMES.
       01 WS-LINE-HAS-AMOUNT   PIC 9 VALUE 0.
          88 LINE-HAS-AMOUNT           VALUE 1.
       01 WS-BS-AMOUNT         PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-BS-SECTION-TOT    PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-TOTAL-ASSETS      PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-TOTAL-LIABILITIES PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-TOTAL-EQUITY      PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-RETAINED-EARNINGS PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-NET-INCOME-YTD    PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-OUT-OF-BALANCE    PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-PL-LINE.
          03 WS-PL-LABEL       PIC X(28).
          03 WS-PL-AMT         PIC Z,ZZZ,ZZ9.99- OCCURS 4 TIMES.
       01 WS-BS-LINE.
          03 WS-BS-LABEL       PIC X(40).
          03 FILLER            PIC X(10).
          03 WS-BS-AMT         PIC Z,ZZZ,ZZ9.99-.
       01 WS-AS-OF-LINE        PIC X(40) VALUE SPACES.
       01 WS-PRELIM-LINE       PIC X(80) VALUE
              '*** PRELIMINARY -- PERIOD NOT CLOSED BY PERCLOSE ***'.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       COPY MONTHS.
       COPY PERCHK.
       COPY SPOOLIO.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TARGET-YY = FUNCTION MOD(DF-YEAR, 100)
           MOVE DF-MONTH TO WS-TARGET-MM
           IF WS-TARGET-MM = 1
               SUBTRACT 1 FROM WS-TARGET-YY
               MOVE 12 TO WS-TARGET-MM
           ELSE
               SUBTRACT 1 FROM WS-TARGET-MM
           END-IF
           IF ARGC >= 1
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-YYMM
           END-IF
           IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
               DISPLAY 'USE: FINSTMT [YYMM]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PRIOR-YY = WS-TARGET-YY - 1
           COMPUTE WS-PRIOR-YYMM = WS-PRIOR-YY * 100 + WS-TARGET-MM
           MOVE SPACES TO WS-PL-LINE WS-BS-LINE
           MOVE WS-TARGET-YYMM TO PK-PERIOD-YYMM
           CALL 'PERCHK' USING PERIOD-CHECK-PARAMS
           IF PK-PERIOD-IS-CLOSED
               SET STATEMENTS-ARE-FINAL TO TRUE
           ELSE
               SET STATEMENTS-ARE-PRELIM TO TRUE
           END-IF
           OPEN INPUT GL-JOURNAL
           IF WS-GJ-STATUS NOT = '00'
               DISPLAY 'NO GL JOURNAL ON FILE -- RUN GLPOST FIRST'
               GOBACK
           END-IF
           PERFORM LOAD-GL-CHART
           PERFORM READ-JOURNAL-ROW
           PERFORM POST-ONE-JOURNAL-ROW UNTIL END-OF-GL-JOURNAL
           CLOSE GL-JOURNAL
           PERFORM RESOLVE-ONE-SECTION
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
           MOVE SPACES TO WS-AS-OF-LINE
           STRING FUNCTION TRIM(MONTH-NAME(WS-TARGET-MM))
                  ' 20' WS-TARGET-YY
                  DELIMITED BY SIZE INTO WS-AS-OF-LINE
           SET SP-OP-OPEN TO TRUE
           MOVE 'FINSTMT' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           PERFORM PRINT-INCOME-STATEMENT
           PERFORM PRINT-BALANCE-SHEET
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           IF WS-OUT-OF-BALANCE NOT = ZEROS
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE CHART GIVES EACH ACCOUNT ITS NAME AND SECTION; SEVERAL
      *     POSTING SOURCES CAN SHARE ONE ACCOUNT, AND THE FIRST ROW
      *     THAT NAMES A SECTION FOR IT WINS ---------------------------
       LOAD-GL-CHART.
           OPEN INPUT GL-ACCOUNT-TABLE
           IF WS-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-GL-TABLE
           PERFORM STORE-CHART-ROW UNTIL END-OF-GL-TABLE
           CLOSE GL-ACCOUNT-TABLE
           .
       READ-GL-TABLE.
           READ GL-ACCOUNT-TABLE NEXT RECORD
               AT END
                   SET END-OF-GL-TABLE TO TRUE
           END-READ
           .
       STORE-CHART-ROW.
           IF GL-ACCOUNT-NO IS NUMERIC AND GL-ACCOUNT-NO > ZEROS
               MOVE GL-ACCOUNT-NO TO WS-FIND-NO
               PERFORM FIND-ACCOUNT-SLOT
               IF ACCOUNT-NOT-FOUND
                   PERFORM ADD-ACCOUNT-SLOT
                   MOVE GL-ACCOUNT-NAME TO WS-AC-NAME(WS-AC-IDX)
               END-IF
               IF WS-AC-IDX > ZEROS
                       AND WS-AC-SECTION(WS-AC-IDX) = SPACE
                       AND GL-SECTION-IS-VALID
                   MOVE GL-STATEMENT-SECTION
                       TO WS-AC-SECTION(WS-AC-IDX)
               END-IF
           END-IF
           PERFORM READ-GL-TABLE
           .
      *-----------------------------------------------------------------
       READ-JOURNAL-ROW.
           READ GL-JOURNAL NEXT RECORD
               AT END
                   SET END-OF-GL-JOURNAL TO TRUE
           END-READ
           .
      * --- EVERY ROW UP TO MONTH END FEEDS THE BALANCE; THIS YEAR'S
      *     AND LAST YEAR'S ALSO FEED THE INCOME STATEMENT COLUMNS, AND
      *     EARLIER YEARS' FEED RETAINED EARNINGS ----------------------
       POST-ONE-JOURNAL-ROW.
           IF GJ-PERIOD-YYMM NOT NUMERIC
                   OR GJ-PERIOD-YYMM > WS-TARGET-YYMM
               PERFORM READ-JOURNAL-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE GJ-ACCOUNT-NO TO WS-FIND-NO
           PERFORM FIND-ACCOUNT-SLOT
           IF ACCOUNT-NOT-FOUND
               PERFORM ADD-ACCOUNT-SLOT
               IF WS-AC-IDX > ZEROS
                   MOVE GJ-ACCOUNT-NAME TO WS-AC-NAME(WS-AC-IDX)
               END-IF
           END-IF
           IF WS-AC-IDX = ZEROS
               PERFORM READ-JOURNAL-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-ROW-NET
           IF GJ-DEBIT IS NUMERIC
               ADD GJ-DEBIT TO WS-ROW-NET
           END-IF
           IF GJ-CREDIT IS NUMERIC
               SUBTRACT GJ-CREDIT FROM WS-ROW-NET
           END-IF
           ADD WS-ROW-NET TO WS-AC-BALANCE(WS-AC-IDX)
           MOVE GJ-PERIOD-YYMM(1:2) TO WS-ROW-YY
           IF WS-ROW-YY = WS-TARGET-YY
               ADD WS-ROW-NET
                   TO WS-AC-PL-AMT(WS-AC-IDX, WS-COL-THIS-YTD)
               IF GJ-PERIOD-YYMM = WS-TARGET-YYMM
                   ADD WS-ROW-NET
                       TO WS-AC-PL-AMT(WS-AC-IDX, WS-COL-THIS-MONTH)
               END-IF
           ELSE
               ADD WS-ROW-NET TO WS-AC-PRIOR-YEARS(WS-AC-IDX)
               IF WS-ROW-YY = WS-PRIOR-YY
                       AND GJ-PERIOD-YYMM <= WS-PRIOR-YYMM
                   ADD WS-ROW-NET
                       TO WS-AC-PL-AMT(WS-AC-IDX, WS-COL-LAST-YTD)
                   IF GJ-PERIOD-YYMM = WS-PRIOR-YYMM
                       ADD WS-ROW-NET
                           TO WS-AC-PL-AMT(WS-AC-IDX, WS-COL-LAST-MONTH)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-JOURNAL-ROW
           .
      *-----------------------------------------------------------------
      * --- WS-AC-IDX COMES BACK ON THE MATCHING SLOT, OR ON THE SLOT
      *     A NEW ACCOUNT BELONGS IN TO KEEP THE TABLE IN ORDER --------
       FIND-ACCOUNT-SLOT.
           SET ACCOUNT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-PASSED-SW
           MOVE 1 TO WS-AC-IDX
           PERFORM SCAN-ACCOUNT-SLOTS
               UNTIL WS-AC-IDX > WS-AC-COUNT OR ACCOUNT-FOUND
                  OR SLOT-PASSED
           .
       SCAN-ACCOUNT-SLOTS.
           EVALUATE TRUE
               WHEN WS-AC-NO(WS-AC-IDX) = WS-FIND-NO
                   SET ACCOUNT-FOUND TO TRUE
               WHEN WS-AC-NO(WS-AC-IDX) > WS-FIND-NO
                   SET SLOT-PASSED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-AC-IDX
           END-EVALUATE
           .
       ADD-ACCOUNT-SLOT.
           IF WS-AC-COUNT >= 60
               DISPLAY 'ACCOUNT TABLE FULL -- ACCOUNT ' WS-FIND-NO
                       ' LEFT OFF THE STATEMENTS'
               MOVE ZEROS TO WS-AC-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM SHIFT-ONE-SLOT
               VARYING WS-SHIFT-IDX FROM WS-AC-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-AC-IDX
           ADD 1 TO WS-AC-COUNT
           INITIALIZE WS-AC-ENTRY(WS-AC-IDX)
           MOVE WS-FIND-NO TO WS-AC-NO(WS-AC-IDX)
           .
       SHIFT-ONE-SLOT.
           MOVE WS-AC-ENTRY(WS-SHIFT-IDX)
               TO WS-AC-ENTRY(WS-SHIFT-IDX + 1)
           .
      * --- NO SECTION ON THE CHART: GO BY THE ACCOUNT NUMBER ---------
       RESOLVE-ONE-SECTION.
           IF WS-AC-SECTION(WS-AC-IDX) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-AC-NO(WS-AC-IDX)(1:1)
               WHEN '1'    MOVE 'A' TO WS-AC-SECTION(WS-AC-IDX)
               WHEN '2'    MOVE 'L' TO WS-AC-SECTION(WS-AC-IDX)
               WHEN '3'    MOVE 'Q' TO WS-AC-SECTION(WS-AC-IDX)
               WHEN '4'    MOVE 'R' TO WS-AC-SECTION(WS-AC-IDX)
               WHEN '5'    MOVE 'C' TO WS-AC-SECTION(WS-AC-IDX)
               WHEN OTHER  MOVE 'E' TO WS-AC-SECTION(WS-AC-IDX)
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- REVENUE PRINTS AS CREDITS, COSTS AND EXPENSES AS DEBITS ---
       PRINT-INCOME-STATEMENT.
           MOVE 'DARLENE''S TREASURES' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'INCOME STATEMENT -- ' WS-AS-OF-LINE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF STATEMENTS-ARE-PRELIM
               MOVE WS-PRELIM-LINE TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE 'THIS MONTH'    TO WS-RPT-LINE(31:10)
           MOVE 'YEAR TO DATE'  TO WS-RPT-LINE(42:12)
           MOVE 'MONTH LAST YR' TO WS-RPT-LINE(55:13)
           MOVE 'YTD LAST YR'   TO WS-RPT-LINE(69:11)
           PERFORM EMIT-REPORT-LINE
           INITIALIZE WS-PL-TOTALS
           MOVE 'R' TO WS-PRINT-SECTION
           MOVE -1  TO WS-SIGN
           MOVE 'REVENUE' TO WS-RPT-LINE
           PERFORM PRINT-PL-SECTION
           MOVE WS-SECTION-TOT(1) TO WS-REVENUE-TOT(1)
           MOVE WS-SECTION-TOT(2) TO WS-REVENUE-TOT(2)
           MOVE WS-SECTION-TOT(3) TO WS-REVENUE-TOT(3)
           MOVE WS-SECTION-TOT(4) TO WS-REVENUE-TOT(4)
           MOVE '  TOTAL REVENUE' TO WS-PL-LABEL
           PERFORM PRINT-SECTION-TOTAL
           MOVE 'C' TO WS-PRINT-SECTION
           MOVE +1  TO WS-SIGN
           MOVE 'COST OF SALES' TO WS-RPT-LINE
           PERFORM PRINT-PL-SECTION
           MOVE WS-SECTION-TOT(1) TO WS-COST-TOT(1)
           MOVE WS-SECTION-TOT(2) TO WS-COST-TOT(2)
           MOVE WS-SECTION-TOT(3) TO WS-COST-TOT(3)
           MOVE WS-SECTION-TOT(4) TO WS-COST-TOT(4)
           MOVE '  TOTAL COST OF SALES' TO WS-PL-LABEL
           PERFORM PRINT-SECTION-TOTAL
           PERFORM SET-GROSS-PROFIT
               VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 4
           MOVE 'GROSS PROFIT' TO WS-PL-LABEL
           PERFORM PRINT-PL-ROW
           PERFORM EMIT-REPORT-LINE
           MOVE 'E' TO WS-PRINT-SECTION
           MOVE 'OPERATING EXPENSES' TO WS-RPT-LINE
           PERFORM PRINT-PL-SECTION
           MOVE WS-SECTION-TOT(1) TO WS-EXPENSE-TOT(1)
           MOVE WS-SECTION-TOT(2) TO WS-EXPENSE-TOT(2)
           MOVE WS-SECTION-TOT(3) TO WS-EXPENSE-TOT(3)
           MOVE WS-SECTION-TOT(4) TO WS-EXPENSE-TOT(4)
           MOVE '  TOTAL EXPENSES' TO WS-PL-LABEL
           PERFORM PRINT-SECTION-TOTAL
           PERFORM SET-NET-INCOME
               VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 4
           MOVE 'NET INCOME' TO WS-PL-LABEL
           PERFORM PRINT-PL-ROW
           MOVE WS-COL-AMT(WS-COL-THIS-YTD) TO WS-NET-INCOME-YTD
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- HEADING ALREADY IN WS-RPT-LINE ----------------------------
       PRINT-PL-SECTION.
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-TOT(1) WS-SECTION-TOT(2)
                         WS-SECTION-TOT(3) WS-SECTION-TOT(4)
           PERFORM PRINT-PL-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
           .
      * --- AN ACCOUNT WITH NOTHING IN ANY COLUMN IS LEFT OFF ---------
       PRINT-PL-ACCOUNT.
           IF WS-AC-SECTION(WS-AC-IDX) NOT = WS-PRINT-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-HAS-AMOUNT
           PERFORM TAKE-ACCOUNT-COLUMN
               VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 4
           IF NOT LINE-HAS-AMOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PL-LABEL
           STRING '  ' WS-AC-NO(WS-AC-IDX) ' '
                  WS-AC-NAME(WS-AC-IDX)
                  DELIMITED BY SIZE INTO WS-PL-LABEL
           PERFORM PRINT-PL-ROW
           .
       TAKE-ACCOUNT-COLUMN.
           COMPUTE WS-COL-AMT(WS-COL-IDX) =
               WS-AC-PL-AMT(WS-AC-IDX, WS-COL-IDX) * WS-SIGN
           ADD WS-COL-AMT(WS-COL-IDX) TO WS-SECTION-TOT(WS-COL-IDX)
           IF WS-COL-AMT(WS-COL-IDX) NOT = ZEROS
               MOVE 1 TO WS-LINE-HAS-AMOUNT
           END-IF
           .
       PRINT-SECTION-TOTAL.
           MOVE WS-SECTION-TOT(1) TO WS-COL-AMT(1)
           MOVE WS-SECTION-TOT(2) TO WS-COL-AMT(2)
           MOVE WS-SECTION-TOT(3) TO WS-COL-AMT(3)
           MOVE WS-SECTION-TOT(4) TO WS-COL-AMT(4)
           PERFORM PRINT-PL-ROW
           PERFORM EMIT-REPORT-LINE
           .
       SET-GROSS-PROFIT.
           COMPUTE WS-COL-AMT(WS-COL-IDX) =
               WS-REVENUE-TOT(WS-COL-IDX) - WS-COST-TOT(WS-COL-IDX)
           .
       SET-NET-INCOME.
           COMPUTE WS-COL-AMT(WS-COL-IDX) =
               WS-REVENUE-TOT(WS-COL-IDX) - WS-COST-TOT(WS-COL-IDX)
               - WS-EXPENSE-TOT(WS-COL-IDX)
           .
      * --- LABEL IN WS-PL-LABEL, AMOUNTS IN WS-COL-AMT --------------
       PRINT-PL-ROW.
           MOVE WS-COL-AMT(1) TO WS-PL-AMT(1)
           MOVE WS-COL-AMT(2) TO WS-PL-AMT(2)
           MOVE WS-COL-AMT(3) TO WS-PL-AMT(3)
           MOVE WS-COL-AMT(4) TO WS-PL-AMT(4)
           MOVE WS-PL-LINE TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-PL-LINE
           .
      *-----------------------------------------------------------------
      * --- ASSETS PRINT AS DEBITS, LIABILITIES AND EQUITY AS CREDITS.
      *     INCOME AND EXPENSE ACCOUNTS ARE NEVER CLOSED OUT ON THE
      *     JOURNAL, SO EARLIER YEARS' EARNINGS AND THIS YEAR'S NET
      *     INCOME ARE CARRIED INTO EQUITY HERE ------------------------
       PRINT-BALANCE-SHEET.
           MOVE 'DARLENE''S TREASURES' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'BALANCE SHEET -- END OF ' WS-AS-OF-LINE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF STATEMENTS-ARE-PRELIM
               MOVE WS-PRELIM-LINE TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO WS-RETAINED-EARNINGS
           PERFORM TAKE-PRIOR-EARNINGS
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
           MOVE 'A' TO WS-PRINT-SECTION
           MOVE +1  TO WS-SIGN
           MOVE 'ASSETS' TO WS-RPT-LINE
           PERFORM PRINT-BS-SECTION
           MOVE WS-BS-SECTION-TOT TO WS-TOTAL-ASSETS
           MOVE 'TOTAL ASSETS' TO WS-BS-LABEL
           MOVE WS-TOTAL-ASSETS TO WS-BS-AMOUNT
           PERFORM PRINT-BS-ROW
           PERFORM EMIT-REPORT-LINE
           MOVE 'L' TO WS-PRINT-SECTION
           MOVE -1  TO WS-SIGN
           MOVE 'LIABILITIES' TO WS-RPT-LINE
           PERFORM PRINT-BS-SECTION
           MOVE WS-BS-SECTION-TOT TO WS-TOTAL-LIABILITIES
           MOVE '  TOTAL LIABILITIES' TO WS-BS-LABEL
           MOVE WS-TOTAL-LIABILITIES TO WS-BS-AMOUNT
           PERFORM PRINT-BS-ROW
           PERFORM EMIT-REPORT-LINE
           MOVE 'Q' TO WS-PRINT-SECTION
           MOVE 'EQUITY' TO WS-RPT-LINE
           PERFORM PRINT-BS-SECTION
           MOVE '  RETAINED EARNINGS (EARLIER YEARS)' TO WS-BS-LABEL
           MOVE WS-RETAINED-EARNINGS TO WS-BS-AMOUNT
           PERFORM PRINT-BS-ROW
           MOVE '  NET INCOME YEAR TO DATE' TO WS-BS-LABEL
           MOVE WS-NET-INCOME-YTD TO WS-BS-AMOUNT
           PERFORM PRINT-BS-ROW
           COMPUTE WS-TOTAL-EQUITY = WS-BS-SECTION-TOT
               + WS-RETAINED-EARNINGS + WS-NET-INCOME-YTD
           MOVE '  TOTAL EQUITY' TO WS-BS-LABEL
           MOVE WS-TOTAL-EQUITY TO WS-BS-AMOUNT
           PERFORM PRINT-BS-ROW
           PERFORM EMIT-REPORT-LINE
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO WS-BS-LABEL
           COMPUTE WS-BS-AMOUNT =
               WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY
           PERFORM PRINT-BS-ROW
           COMPUTE WS-OUT-OF-BALANCE = WS-TOTAL-ASSETS - WS-BS-AMOUNT
           IF WS-OUT-OF-BALANCE NOT = ZEROS
               PERFORM EMIT-REPORT-LINE
               MOVE '*** OUT OF BALANCE BY' TO WS-BS-LABEL
               MOVE WS-OUT-OF-BALANCE TO WS-BS-AMOUNT
               PERFORM PRINT-BS-ROW
           END-IF
           .
       TAKE-PRIOR-EARNINGS.
           IF WS-AC-SECTION(WS-AC-IDX) = 'R' OR 'C' OR 'E'
               SUBTRACT WS-AC-PRIOR-YEARS(WS-AC-IDX)
                   FROM WS-RETAINED-EARNINGS
           END-IF
           .
      * --- HEADING ALREADY IN WS-RPT-LINE ----------------------------
       PRINT-BS-SECTION.
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO WS-BS-SECTION-TOT
           PERFORM PRINT-BS-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
           .
       PRINT-BS-ACCOUNT.
           IF WS-AC-SECTION(WS-AC-IDX) NOT = WS-PRINT-SECTION
                   OR WS-AC-BALANCE(WS-AC-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BS-AMOUNT = WS-AC-BALANCE(WS-AC-IDX) * WS-SIGN
           ADD WS-BS-AMOUNT TO WS-BS-SECTION-TOT
           MOVE SPACES TO WS-BS-LABEL
           STRING '  ' WS-AC-NO(WS-AC-IDX) ' '
                  WS-AC-NAME(WS-AC-IDX)
                  DELIMITED BY SIZE INTO WS-BS-LABEL
           PERFORM PRINT-BS-ROW
           .
       PRINT-BS-ROW.
           MOVE WS-BS-AMOUNT TO WS-BS-AMT
           MOVE WS-BS-LINE TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-BS-LINE
           .
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
