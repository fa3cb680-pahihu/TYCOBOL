       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESSUM.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SALESSUM -- MONTHLY SALES SUMMARY UPKEEP.  THE SALESSUM
      *    FILE HOLDS NET SALES, RETURNS, TAX, COMMISSION, AND LINE
      *    COUNT BY MONTH, TENANT, CATEGORY, AND GROUP SO TRENDRPT,
      *    BUDGET, AND BOOTHRPT NO LONGER REREAD THE WHOLE SALESARC
      *    ARCHIVE EVERY RUN.  ARCHPRG POSTS THE ROWS IT ARCHIVES;
      *    THIS PROGRAM KEEPS THE LIVE-LEDGER MONTHS CURRENT.
      *      "GNUMAIN SALESSUM"          NIGHTLY TOP-UP (JOBLIST):
      *                                  REPOSTS LAST MONTH AND THIS
      *                                  MONTH FROM THE LIVE LEDGER
      *      "GNUMAIN SALESSUM REBUILD"  EMPTIES THE FILE AND POSTS
      *                                  ALL OF SALESARC AND SALESLDG
      *                                  AGAIN -- RUN AFTER AN ARCHIVE
      *                                  IS RESTORED
      *      "GNUMAIN SALESSUM CHECK"    RESCANS THE RAW ROWS AND
      *                                  PUTS EACH MONTH'S TOTALS
      *                                  BESIDE THE SUMMARY'S (SPOOLED
      *                                  SALESCHK); RETURN CODE 1 IF
      *                                  ANY MONTH IS OUT
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
           SELECT SALES-SUMMARY
               ASSIGN TO 'SALESSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD PIC X(146).
       FD  SALES-SUMMARY.
       COPY SALESSUM.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-SA-STATUS         PIC XX VALUE '00'.
       01 WS-SS-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REBUILD           VALUE 'REBUILD'.
          88 MODE-IS-CHECK             VALUE 'CHECK'.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-SA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-ARCHIVE   VALUE 1.
          03 WS-SS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-SUMMARY   VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
       01 WS-PRIOR-CCYYMM      PIC 9(6) VALUE ZEROS.
       01 WS-PRIOR-CCYY        PIC 9(4) VALUE ZEROS.
       01 WS-PRIOR-MM          PIC 9(2) VALUE ZEROS.
       01 WS-ROW-CCYYMM        PIC 9(6) VALUE ZEROS.
       01 WS-ROW-MM            PIC 9(2) VALUE ZEROS.
       01 WS-ARCHIVE-POSTED    PIC 9(7) VALUE ZEROS.
       01 WS-LIVE-POSTED       PIC 9(7) VALUE ZEROS.
       COPY SUMPOST.
      * --- CHECK MODE: ONE SLOT PER MONTH, RAW RESCAN BESIDE WHAT
      *     THE SUMMARY SAYS ------------------------------------------
       01 WS-MONTH-COUNT       PIC 9(3) VALUE ZEROS.
       01 WS-MONTH-TABLE.
          03 WS-MONTH-ENTRY    OCCURS 300 TIMES INDEXED BY MN-IDX.
             05 WS-MN-CCYYMM        PIC 9(6).
             05 WS-MN-RAW.
                07 WS-MN-RAW-NET    PIC S9(8)V9(2).
                07 WS-MN-RAW-RET    PIC S9(8)V9(2).
                07 WS-MN-RAW-TAX    PIC S9(7)V9(2).
                07 WS-MN-RAW-COMM   PIC S9(7)V9(2).
                07 WS-MN-RAW-COUNT  PIC 9(7).
             05 WS-MN-SUM.
                07 WS-MN-SUM-NET    PIC S9(8)V9(2).
                07 WS-MN-SUM-RET    PIC S9(8)V9(2).
                07 WS-MN-SUM-TAX    PIC S9(7)V9(2).
                07 WS-MN-SUM-COMM   PIC S9(7)V9(2).
                07 WS-MN-SUM-COUNT  PIC 9(7).
       01 WS-SCAN-IDX          PIC 9(3) VALUE ZEROS.
       01 WS-BAD-MONTHS        PIC 9(3) VALUE ZEROS.
       01 WS-SIGNED-PRICE      PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-SIGNED-TAX        PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-SIGNED-COMM       PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-FLAG              PIC X(3) VALUE SPACES.
       01 WS-RAW-SHOW          PIC -(8)9.99.
       01 WS-SUM-SHOW          PIC -(8)9.99.
       01 WS-RAW-COUNT-SHOW    PIC Z(6)9.
       01 WS-SUM-COUNT-SHOW    PIC Z(6)9.
       COPY DATEFMT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-REBUILD
                   PERFORM REBUILD-SALES-SUMMARY
               WHEN MODE-IS-CHECK
                   PERFORM CHECK-SALES-SUMMARY
               WHEN OTHER
                   PERFORM TOP-UP-SALES-SUMMARY
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- NIGHTLY: LAST MONTH IS REPOSTED TOO, SO SALES RUNG AFTER
      *     THE LAST NIGHTLY OF A MONTH STILL LAND IN IT --------------
       TOP-UP-SALES-SUMMARY.
           IF DF-MONTH = 1
               COMPUTE WS-PRIOR-CCYY = DF-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE DF-YEAR TO WS-PRIOR-CCYY
               COMPUTE WS-PRIOR-MM = DF-MONTH - 1
           END-IF
           COMPUTE WS-PRIOR-CCYYMM = WS-PRIOR-CCYY * 100 + WS-PRIOR-MM
           SET SM-OP-OPEN TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           MOVE 'L' TO SM-SOURCE
           MOVE WS-PRIOR-CCYYMM TO SM-FROM-CCYYMM
           MOVE 999999 TO SM-THRU-CCYYMM
           SET SM-OP-CLEAR TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS = '00'
               MOVE WS-PRIOR-CCYYMM TO SL-DATE-OF-SALE(1:6)
               MOVE '01' TO SL-DATE-OF-SALE(7:2)
               START SALES-LEDGER
                   KEY IS NOT LESS THAN SL-DATE-OF-SALE
                   INVALID KEY
                       SET END-OF-SALES-LEDGER TO TRUE
               END-START
               PERFORM READ-SALES-LEDGER
               PERFORM POST-ONE-LIVE-ROW UNTIL END-OF-SALES-LEDGER
               CLOSE SALES-LEDGER
           END-IF
           SET SM-OP-CLOSE TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           DISPLAY 'SALES SUMMARY TOPPED UP FROM ' WS-PRIOR-CCYYMM
           DISPLAY 'SUMMARY ROWS CLEARED: ' SM-ROWS-CLEARED
           DISPLAY 'LEDGER LINES POSTED:  ' SM-ROWS-POSTED
           .
       READ-SALES-LEDGER.
           IF NOT END-OF-SALES-LEDGER
               READ SALES-LEDGER NEXT RECORD
                   AT END
                       SET END-OF-SALES-LEDGER TO TRUE
               END-READ
           END-IF
           .
       POST-ONE-LIVE-ROW.
           SET SM-OP-POST TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           PERFORM READ-SALES-LEDGER
           .
      *-----------------------------------------------------------------
      * --- FROM SCRATCH: EVERY ARCHIVED ROW AS 'A', EVERY LIVE ROW
      *     AS 'L' ---------------------------------------------------
       REBUILD-SALES-SUMMARY.
           SET SM-OP-OPEN TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           SET SM-OP-WIPE TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           MOVE 'A' TO SM-SOURCE
           OPEN INPUT SALES-ARCHIVE
           IF WS-SA-STATUS = '00'
               PERFORM READ-SALES-ARCHIVE
               PERFORM POST-ONE-ARCHIVE-ROW
                   UNTIL END-OF-SALES-ARCHIVE
               CLOSE SALES-ARCHIVE
           END-IF
           MOVE SM-ROWS-POSTED TO WS-ARCHIVE-POSTED
           MOVE 'L' TO SM-SOURCE
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS = '00'
               PERFORM READ-SALES-LEDGER
               PERFORM POST-ONE-LIVE-ROW UNTIL END-OF-SALES-LEDGER
               CLOSE SALES-LEDGER
           END-IF
           COMPUTE WS-LIVE-POSTED = SM-ROWS-POSTED - WS-ARCHIVE-POSTED
           SET SM-OP-CLOSE TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           DISPLAY 'SALES SUMMARY REBUILT'
           DISPLAY 'ARCHIVE LINES POSTED: ' WS-ARCHIVE-POSTED
           DISPLAY 'LEDGER LINES POSTED:  ' WS-LIVE-POSTED
           .
       READ-SALES-ARCHIVE.
           READ SALES-ARCHIVE NEXT RECORD
               AT END
                   SET END-OF-SALES-ARCHIVE TO TRUE
           END-READ
           .
       POST-ONE-ARCHIVE-ROW.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           SET SM-OP-POST TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           PERFORM READ-SALES-ARCHIVE
           .
      *-----------------------------------------------------------------
      * --- INTEGRITY CHECK: THE RAW ROWS ARE TOTALLED BY MONTH THE
      *     SAME WAY SUMPOST POSTS THEM, THEN THE SUMMARY ROWS ARE
      *     ADDED UP BESIDE THEM.  ANY MONTH THAT DIFFERS ON ANY
      *     FIGURE IS FLAGGED -- RUN REBUILD TO PUT IT RIGHT ----------
       CHECK-SALES-SUMMARY.
           SET SP-OP-OPEN TO TRUE
           MOVE 'SALESCHK' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE ZEROS TO WS-MONTH-COUNT WS-BAD-MONTHS
           OPEN INPUT SALES-ARCHIVE
           IF WS-SA-STATUS = '00'
               PERFORM READ-SALES-ARCHIVE
               PERFORM TALLY-ONE-ARCHIVE-ROW
                   UNTIL END-OF-SALES-ARCHIVE
               CLOSE SALES-ARCHIVE
           END-IF
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS = '00'
               PERFORM READ-SALES-LEDGER
               PERFORM TALLY-ONE-LIVE-ROW UNTIL END-OF-SALES-LEDGER
               CLOSE SALES-LEDGER
           END-IF
           OPEN INPUT SALES-SUMMARY
           IF WS-SS-STATUS = '00'
               PERFORM READ-SALES-SUMMARY
               PERFORM TALLY-ONE-SUMMARY-ROW
                   UNTIL END-OF-SALES-SUMMARY
               CLOSE SALES-SUMMARY
           END-IF
           MOVE '        SALES SUMMARY INTEGRITY CHECK' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'CCYYMM      RAW NET  SUMMARY NET  RAW LINES  SUM LINES'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-MONTH-CHECK
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-MONTH-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-BAD-MONTHS = ZEROS
               MOVE 'SUMMARY AGREES WITH THE LEDGER AND ARCHIVE'
                   TO WS-RPT-LINE
           ELSE
               STRING WS-BAD-MONTHS ' MONTH(S) OUT OF BALANCE -- '
                      'RUN SALESSUM REBUILD'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-SALES-SUMMARY.
           READ SALES-SUMMARY NEXT RECORD
               AT END
                   SET END-OF-SALES-SUMMARY TO TRUE
           END-READ
           .
       TALLY-ONE-ARCHIVE-ROW.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           PERFORM TALLY-RAW-ROW
           PERFORM READ-SALES-ARCHIVE
           .
       TALLY-ONE-LIVE-ROW.
           PERFORM TALLY-RAW-ROW
           PERFORM READ-SALES-LEDGER
           .
       TALLY-RAW-ROW.
           IF SL-IS-VOIDED OR SL-DATE-OF-SALE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(5:2) TO WS-ROW-MM
           IF WS-ROW-MM < 1 OR WS-ROW-MM > 12
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(1:6) TO WS-ROW-CCYYMM
           PERFORM FIND-MONTH-SLOT
           IF ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF SL-IS-RETURN
               COMPUTE WS-SIGNED-PRICE = 0 - SL-SALE-PRICE
               COMPUTE WS-SIGNED-TAX   = 0 - SL-TAX-AMOUNT
               COMPUTE WS-SIGNED-COMM  = 0 - SL-COMMISSION
               ADD SL-SALE-PRICE TO WS-MN-RAW-RET(MN-IDX)
           ELSE
               MOVE SL-SALE-PRICE TO WS-SIGNED-PRICE
               MOVE SL-TAX-AMOUNT TO WS-SIGNED-TAX
               MOVE SL-COMMISSION TO WS-SIGNED-COMM
           END-IF
           ADD WS-SIGNED-PRICE TO WS-MN-RAW-NET(MN-IDX)
           ADD WS-SIGNED-TAX   TO WS-MN-RAW-TAX(MN-IDX)
           ADD WS-SIGNED-COMM  TO WS-MN-RAW-COMM(MN-IDX)
           ADD 1 TO WS-MN-RAW-COUNT(MN-IDX)
           .
       TALLY-ONE-SUMMARY-ROW.
           MOVE SS-CCYYMM TO WS-ROW-CCYYMM
           PERFORM FIND-MONTH-SLOT
           IF ENTRY-FOUND
               ADD SS-NET-SALES   TO WS-MN-SUM-NET(MN-IDX)
               ADD SS-RETURNS     TO WS-MN-SUM-RET(MN-IDX)
               ADD SS-TAX         TO WS-MN-SUM-TAX(MN-IDX)
               ADD SS-COMMISSION  TO WS-MN-SUM-COMM(MN-IDX)
               ADD SS-TRANS-COUNT TO WS-MN-SUM-COUNT(MN-IDX)
           END-IF
           PERFORM READ-SALES-SUMMARY
           .
      * --- A MONTH SEEN ON EITHER SIDE GETS A SLOT, SO A MONTH THE
      *     SUMMARY HAS AND THE RAW FILES DO NOT STILL SHOWS UP -------
       FIND-MONTH-SLOT.
           SET ENTRY-NOT-FOUND TO TRUE
           SET MN-IDX TO 1
           PERFORM SCAN-MONTH-SLOTS
               UNTIL MN-IDX > WS-MONTH-COUNT OR ENTRY-FOUND
           IF ENTRY-NOT-FOUND AND WS-MONTH-COUNT < 300
               ADD 1 TO WS-MONTH-COUNT
               SET MN-IDX TO WS-MONTH-COUNT
               MOVE WS-ROW-CCYYMM TO WS-MN-CCYYMM(MN-IDX)
               MOVE ZEROS TO WS-MN-RAW(MN-IDX) WS-MN-SUM(MN-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF
           .
       SCAN-MONTH-SLOTS.
           IF WS-MN-CCYYMM(MN-IDX) = WS-ROW-CCYYMM
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET MN-IDX UP BY 1
           END-IF
           .
       PRINT-ONE-MONTH-CHECK.
           SET MN-IDX TO WS-SCAN-IDX
           MOVE SPACES TO WS-FLAG
           IF WS-MN-RAW-NET(MN-IDX)   NOT = WS-MN-SUM-NET(MN-IDX)
           OR WS-MN-RAW-RET(MN-IDX)   NOT = WS-MN-SUM-RET(MN-IDX)
           OR WS-MN-RAW-TAX(MN-IDX)   NOT = WS-MN-SUM-TAX(MN-IDX)
           OR WS-MN-RAW-COMM(MN-IDX)  NOT = WS-MN-SUM-COMM(MN-IDX)
           OR WS-MN-RAW-COUNT(MN-IDX) NOT = WS-MN-SUM-COUNT(MN-IDX)
               MOVE '***' TO WS-FLAG
               ADD 1 TO WS-BAD-MONTHS
           END-IF
           MOVE WS-MN-RAW-NET(MN-IDX)   TO WS-RAW-SHOW
           MOVE WS-MN-SUM-NET(MN-IDX)   TO WS-SUM-SHOW
           MOVE WS-MN-RAW-COUNT(MN-IDX) TO WS-RAW-COUNT-SHOW
           MOVE WS-MN-SUM-COUNT(MN-IDX) TO WS-SUM-COUNT-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MN-CCYYMM(MN-IDX) ' ' WS-RAW-SHOW ' ' WS-SUM-SHOW
                  '    ' WS-RAW-COUNT-SHOW '    ' WS-SUM-COUNT-SHOW
                  ' ' WS-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
