       DATE-WRITTEN. 2026-08-22.
      *-----------------------------------------------------------------
      *    TRENDRPT -- PERIOD-OVER-PERIOD SALES TREND REPORT.  READS
      *    THE SALESSUM MONTHLY SUMMARY (LIVE LEDGER AND SALESARC
      *    ARCHIVE ROWS ALIKE, SO HISTORY PAST THE PURGE CUTOFF STILL
      *    COUNTS) AND PRINTS MONTHLY NET-SALES TOTALS BY CATEGORY
      *    AND BY GROUP FOR A TARGET YEAR, EACH BESIDE THE SAME MONTH
      *    A YEAR EARLIER.  ARGV(1) IS THE TARGET YEAR (CCYY, OR
      *    YY FOR THIS CENTURY); DEFAULT IS THE CURRENT YEAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-SUMMARY
               ASSIGN TO 'SALESSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-SUMMARY.
       COPY SALESSUM.
       WORKING-STORAGE SECTION.
       01 WS-SS-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-SS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-SUMMARY   VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
       01 WS-TARGET-CCYY       PIC 9(4) VALUE ZEROS.
       01 WS-PRIOR-CCYY        PIC 9(4) VALUE ZEROS.
       01 WS-ROW-CCYY          PIC 9(4) VALUE ZEROS.
       01 WS-ROW-MM            PIC 9(2) VALUE ZEROS.
       01 WS-MONTH-NO          PIC 9(2) VALUE ZEROS.
       01 WS-THIS-AMT          PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-LAST-AMT          PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-SCAN-IDX          PIC 9(4) VALUE ZEROS.
      * --- (YEAR, MONTH, CATEGORY) AND (YEAR, MONTH, GROUP) NET
      *     SALES BUCKETS, ACCUMULATED FROM THE SUMMARY ROWS ---------
       01 WS-CAT-COUNT         PIC 9(3) VALUE ZEROS.
      * --- DEPARTMENT ROLL-UP THROUGH DEPTLKP (TARGET YEAR) ----------
       COPY DEPTLKP.
          88 DEPT-SUM-NOT-FOUND        VALUE 0.
       01 WS-CAT-TABLE.
          03 WS-CAT-ENTRY      OCCURS 500 TIMES INDEXED BY CT-IDX.
             05 WS-CT-CCYY         PIC 9(4).
             05 WS-CT-MM           PIC 9(2).
             05 WS-CT-CATEGORY     PIC X(4).
             05 WS-CT-NET          PIC S9(8)V9(2).
       01 WS-GRP-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-GRP-TABLE.
          03 WS-GRP-ENTRY      OCCURS 300 TIMES INDEXED BY GR-IDX.
             05 WS-GR-CCYY         PIC 9(4).
             05 WS-GR-MM           PIC 9(2).
             05 WS-GR-GROUP        PIC X.
             05 WS-GR-NET          PIC S9(8)V9(2).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DF-YEAR TO WS-TARGET-CCYY
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-CCYY
               IF WS-TARGET-CCYY < 100
                   ADD 2000 TO WS-TARGET-CCYY
               END-IF
           END-IF
           COMPUTE WS-PRIOR-CCYY = WS-TARGET-CCYY - 1
           PERFORM TALLY-SALES-SUMMARY
           DISPLAY '      SALES TREND REPORT -- YEAR ' WS-TARGET-CCYY
                   ' VS ' WS-PRIOR-CCYY
           DISPLAY ' '
           PERFORM PRINT-ONE-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
           GOBACK
           .
      *-----------------------------------------------------------------
       TALLY-SALES-SUMMARY.
           OPEN INPUT SALES-SUMMARY
           IF WS-SS-STATUS NOT = '00'
               DISPLAY 'NO SALES SUMMARY ON FILE -- RUN SALESSUM '
                       'REBUILD'
               SET END-OF-SALES-SUMMARY TO TRUE
           ELSE
               PERFORM READ-SALES-SUMMARY
               PERFORM POST-ONE-ROW UNTIL END-OF-SALES-SUMMARY
               CLOSE SALES-SUMMARY
           END-IF
           .
       READ-SALES-SUMMARY.
           READ SALES-SUMMARY NEXT RECORD
               AT END
                   SET END-OF-SALES-SUMMARY TO TRUE
           END-READ
           .
       POST-ONE-ROW.
           PERFORM POST-THIS-SUMMARY-ROW
           PERFORM READ-SALES-SUMMARY
           .
      *-----------------------------------------------------------------
      * --- EACH SUMMARY ROW IS ALREADY NET OF RETURNS AND VOIDS ------
       POST-THIS-SUMMARY-ROW.
           MOVE SS-CCYYMM(1:4) TO WS-ROW-CCYY
           MOVE SS-CCYYMM(5:2) TO WS-ROW-MM
           IF (WS-ROW-CCYY = WS-TARGET-CCYY
                   OR WS-ROW-CCYY = WS-PRIOR-CCYY)
                   AND WS-ROW-MM >= 1 AND WS-ROW-MM <= 12
               PERFORM POST-CATEGORY-BUCKET
               PERFORM POST-GROUP-BUCKET
           END-IF
           IF NOT ENTRY-FOUND
               IF WS-CAT-COUNT < 500
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-ROW-CCYY TO WS-CT-CCYY(WS-CAT-COUNT)
                   MOVE WS-ROW-MM TO WS-CT-MM(WS-CAT-COUNT)
                   MOVE SS-CATEGORY TO WS-CT-CATEGORY(WS-CAT-COUNT)
                   MOVE ZEROS TO WS-CT-NET(WS-CAT-COUNT)
                   SET CT-IDX TO WS-CAT-COUNT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD SS-NET-SALES TO WS-CT-NET(CT-IDX)
           .
       SCAN-CATEGORY-BUCKETS.
           IF WS-CT-CCYY(CT-IDX) = WS-ROW-CCYY
                   AND WS-CT-MM(CT-IDX) = WS-ROW-MM
                   AND WS-CT-CATEGORY(CT-IDX) = SS-CATEGORY
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET CT-IDX UP BY 1
           IF NOT ENTRY-FOUND
               IF WS-GRP-COUNT < 300
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-ROW-CCYY TO WS-GR-CCYY(WS-GRP-COUNT)
                   MOVE WS-ROW-MM TO WS-GR-MM(WS-GRP-COUNT)
                   MOVE SS-GROUP-ID TO WS-GR-GROUP(WS-GRP-COUNT)
                   MOVE ZEROS TO WS-GR-NET(WS-GRP-COUNT)
                   SET GR-IDX TO WS-GRP-COUNT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD SS-NET-SALES TO WS-GR-NET(GR-IDX)
           .
       SCAN-GROUP-BUCKETS.
           IF WS-GR-CCYY(GR-IDX) = WS-ROW-CCYY
                   AND WS-GR-MM(GR-IDX) = WS-ROW-MM
                   AND WS-GR-GROUP(GR-IDX) = SS-GROUP-ID
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET GR-IDX UP BY 1
           DISPLAY ' '
           .
       PRINT-MONTH-CATEGORIES.
           IF WS-CT-CCYY(WS-SCAN-IDX) = WS-TARGET-CCYY
                   AND WS-CT-MM(WS-SCAN-IDX) = WS-MONTH-NO
               MOVE WS-CT-NET(WS-SCAN-IDX) TO WS-THIS-AMT
               PERFORM FIND-LAST-YEAR-CATEGORY
           SET CT-IDX TO 1
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               IF WS-CT-CCYY(CT-IDX) = WS-PRIOR-CCYY
                       AND WS-CT-MM(CT-IDX) = WS-MONTH-NO
                       AND WS-CT-CATEGORY(CT-IDX)
                           = WS-CT-CATEGORY(WS-SCAN-IDX)
           END-PERFORM
           .
       PRINT-MONTH-GROUPS.
           IF WS-GR-CCYY(WS-SCAN-IDX) = WS-TARGET-CCYY
                   AND WS-GR-MM(WS-SCAN-IDX) = WS-MONTH-NO
               MOVE WS-GR-NET(WS-SCAN-IDX) TO WS-THIS-AMT
               PERFORM FIND-LAST-YEAR-GROUP
           MOVE ZEROS TO WS-LAST-AMT
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GRP-COUNT
               IF WS-GR-CCYY(GR-IDX) = WS-PRIOR-CCYY
                       AND WS-GR-MM(GR-IDX) = WS-MONTH-NO
                       AND WS-GR-GROUP(GR-IDX)
                           = WS-GR-GROUP(WS-SCAN-IDX)
               UNTIL CT-IDX > WS-CAT-COUNT
           IF WS-DEPT-SUM-COUNT > ZEROS
               DISPLAY ' '
               DISPLAY 'YEAR ' WS-TARGET-CCYY
                       ' NET SALES BY DEPARTMENT:'
               PERFORM VARYING DS-IDX FROM 1 BY 1
                       UNTIL DS-IDX > WS-DEPT-SUM-COUNT
           END-IF
           .
       ROLL-ONE-BUCKET-TO-DEPT.
           IF WS-CT-CCYY(CT-IDX) = WS-TARGET-CCYY
               MOVE WS-CT-CATEGORY(CT-IDX) TO DD-CATEGORY
               CALL 'DEPTLKP' USING DEPT-LOOKUP-PARAMS
               SET DEPT-SUM-NOT-FOUND TO TRUE
