      *    BUDGET -- MONTHLY SALES BUDGET.  THE OWNER'S JANUARY
      *    TARGETS FINALLY LIVE ON FILE: A MAINTENANCE SCREEN KEYS A
      *    PLANNED NET-SALES FIGURE PER CATEGORY PER MONTH INTO THE
      *    BUDGET FILE, AND "GNUMAIN BUDGET REPORT [CCYYMM]"
      *    PUTS ACTUALS FROM THE SALESSUM MONTHLY SUMMARY (LIVE LEDGER
      *    AND ARCHIVE, READ THE WAY TRENDRPT READS IT) AGAINST PLAN
      *    WITH DOLLAR AND PERCENT VARIANCE, YEAR-TO-DATE COLUMNS, AND
      *    LAST YEAR'S SAME MONTH.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT BUDGET-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-KEY
               FILE STATUS IS WS-BU-STATUS.
           SELECT SALES-SUMMARY
               ASSIGN TO 'SALESSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGET.
       FD  SALES-SUMMARY.
       COPY SALESSUM.
       WORKING-STORAGE SECTION.
       01 WS-BU-STATUS         PIC XX VALUE '00'.
       01 WS-SS-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-SS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-SUMMARY   VALUE 1.
          03 WS-BU-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-BUDGET-FILE     VALUE 1.
          03 WS-CT-FOUND-SW    PIC 9 VALUE 0.
             88 CATEGORY-FOUND         VALUE 1.
             88 CATEGORY-NOT-FOUND     VALUE 0.
       01 WS-TARGET-CCYYMM     PIC 9(6) VALUE ZEROS.
       01 WS-TARGET-CCYYMM-X REDEFINES WS-TARGET-CCYYMM.
          03 WS-TARGET-CCYY    PIC 9(4).
          03 WS-TARGET-MM      PIC 9(2).
       01 WS-PRIOR-CCYY        PIC 9(4) VALUE ZEROS.
       01 WS-ROW-CCYY          PIC 9(4) VALUE ZEROS.
       01 WS-ROW-MM            PIC 9(2) VALUE ZEROS.
      * --- ONE SLOT PER CATEGORY: PLAN AND ACTUALS FOR THE MONTH,
      *     YEAR TO DATE, AND LAST YEAR'S SAME MONTH -------------------
       01 WS-CT-COUNT          PIC 9(2) VALUE ZEROS.
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-REPORT
               MOVE DF-YEAR  TO WS-TARGET-CCYY
               MOVE DF-MONTH TO WS-TARGET-MM
               IF ARGC >= 2
                   MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-CCYYMM
                   IF WS-TARGET-CCYYMM < 10000
                       ADD 200000 TO WS-TARGET-CCYYMM
                   END-IF
               END-IF
               PERFORM PRINT-BUDGET-REPORT
           ELSE
           .
      *-----------------------------------------------------------------
       PRINT-BUDGET-REPORT.
           COMPUTE WS-PRIOR-CCYY = WS-TARGET-CCYY - 1
           PERFORM LOAD-PLAN-FIGURES
           PERFORM TALLY-SALES-SUMMARY
           DISPLAY '        SALES BUDGET VS ACTUAL -- '
                   WS-TARGET-CCYYMM
           DISPLAY ' '
           DISPLAY 'CATG  PLAN        ACTUAL      VARIANCE    PCT'
                   '    YTD PLAN    YTD ACT     LY MONTH'
           END-IF
           .
      *-----------------------------------------------------------------
       TALLY-SALES-SUMMARY.
           OPEN INPUT SALES-SUMMARY
           IF WS-SS-STATUS NOT = '00'
               DISPLAY 'NO SALES SUMMARY ON FILE -- RUN SALESSUM '
                       'REBUILD'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SALES-SUMMARY
           PERFORM POST-ONE-ACTUAL-ROW UNTIL END-OF-SALES-SUMMARY
           CLOSE SALES-SUMMARY
           .
       READ-SALES-SUMMARY.
           READ SALES-SUMMARY NEXT RECORD
               AT END
                   SET END-OF-SALES-SUMMARY TO TRUE
           END-READ
           .
       POST-ONE-ACTUAL-ROW.
           PERFORM POST-THIS-SUMMARY-ROW
           PERFORM READ-SALES-SUMMARY
           .
      * --- EACH SUMMARY ROW IS ALREADY NET OF RETURNS AND VOIDS ------
       POST-THIS-SUMMARY-ROW.
           MOVE SS-CCYYMM(1:4) TO WS-ROW-CCYY
           MOVE SS-CCYYMM(5:2) TO WS-ROW-MM
           IF WS-ROW-MM < 1 OR WS-ROW-MM > 12
               EXIT PARAGRAPH
           END-IF
           MOVE SS-CATEGORY TO WS-SCAN-CATEGORY
           EVALUATE TRUE
               WHEN WS-ROW-CCYY = WS-TARGET-CCYY
                       AND WS-ROW-MM = WS-TARGET-MM
                   PERFORM FIND-CATEGORY-SLOT
                   ADD SS-NET-SALES TO WS-CT-ACT-MONTH(CT-IDX)
                   ADD SS-NET-SALES TO WS-CT-ACT-YTD(CT-IDX)
               WHEN WS-ROW-CCYY = WS-TARGET-CCYY
                       AND WS-ROW-MM < WS-TARGET-MM
                   PERFORM FIND-CATEGORY-SLOT
                   ADD SS-NET-SALES TO WS-CT-ACT-YTD(CT-IDX)
               WHEN WS-ROW-CCYY = WS-PRIOR-CCYY
                       AND WS-ROW-MM = WS-TARGET-MM
                   PERFORM FIND-CATEGORY-SLOT
                   ADD SS-NET-SALES TO WS-CT-LAST-YEAR(CT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
