       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPOST.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SUMPOST -- MONTHLY SALES SUMMARY WRITER.  FOLDS ONE SALES
      *    LEDGER ROW AT A TIME INTO THE SALESSUM FILE (MONTH BY
      *    SOURCE BY TENANT BY CATEGORY BY GROUP) FOR WHOEVER CALLS
      *    IT: ARCHPRG AS IT ARCHIVES, SALESSUM FOR THE NIGHTLY TOP-UP
      *    AND THE REBUILD.  THE FILE STAYS OPEN BETWEEN THE 'O' AND
      *    'C' CALLS SO A PASS OVER THE LEDGER IS ONE OPEN, NOT ONE
      *    PER ROW.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-SUMMARY
               ASSIGN TO 'SALESSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-SUMMARY.
       COPY SALESSUM.
       WORKING-STORAGE SECTION.
       01 WS-SS-STATUS         PIC XX VALUE '00'.
       01 WS-OPEN-SW           PIC 9 VALUE 0.
          88 SUMMARY-IS-OPEN           VALUE 1.
          88 SUMMARY-NOT-OPEN          VALUE 0.
       01 WS-SS-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-SALES-SUMMARY      VALUE 1.
       01 WS-ROW-MM            PIC 9(2) VALUE ZEROS.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZEROS.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY SUMPOST.
       COPY SALELEDG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD.
       HANDLE-SUMMARY-OP.
           EVALUATE TRUE
               WHEN SM-OP-OPEN
                   PERFORM OPEN-SALES-SUMMARY
               WHEN SM-OP-WIPE
                   PERFORM WIPE-SALES-SUMMARY
               WHEN SM-OP-CLEAR
                   PERFORM CLEAR-SOURCE-MONTHS
               WHEN SM-OP-POST
                   PERFORM POST-LEDGER-ROW
               WHEN SM-OP-CLOSE
                   PERFORM CLOSE-SALES-SUMMARY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
       OPEN-SALES-SUMMARY.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DF-MMDDYYYY TO WS-RUN-DATE
           MOVE ZEROS TO SM-ROWS-POSTED SM-ROWS-CLEARED
           OPEN I-O SALES-SUMMARY
           IF WS-SS-STATUS = '35'
               OPEN OUTPUT SALES-SUMMARY
               CLOSE SALES-SUMMARY
               OPEN I-O SALES-SUMMARY
           END-IF
           SET SUMMARY-IS-OPEN TO TRUE
           .
      * --- REBUILD FROM SCRATCH: AN EMPTY FILE, LEFT OPEN FOR THE
      *     POSTS THAT FOLLOW ----------------------------------------
       WIPE-SALES-SUMMARY.
           IF SUMMARY-IS-OPEN
               CLOSE SALES-SUMMARY
           END-IF
           OPEN OUTPUT SALES-SUMMARY
           CLOSE SALES-SUMMARY
           OPEN I-O SALES-SUMMARY
           SET SUMMARY-IS-OPEN TO TRUE
           .
      *-----------------------------------------------------------------
      * --- DROP EVERY SM-SOURCE ROW FROM SM-FROM-CCYYMM THROUGH
      *     SM-THRU-CCYYMM SO THOSE MONTHS CAN BE POSTED AFRESH -----
       CLEAR-SOURCE-MONTHS.
           IF SUMMARY-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SS-EOF-SW
           MOVE LOW-VALUES TO SS-KEY
           MOVE SM-FROM-CCYYMM TO SS-CCYYMM
           START SALES-SUMMARY KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET END-OF-SALES-SUMMARY TO TRUE
           END-START
           PERFORM READ-SUMMARY-ROW
           PERFORM CLEAR-ONE-ROW
               UNTIL END-OF-SALES-SUMMARY
           .
       READ-SUMMARY-ROW.
           IF NOT END-OF-SALES-SUMMARY
               READ SALES-SUMMARY NEXT RECORD
                   AT END
                       SET END-OF-SALES-SUMMARY TO TRUE
               END-READ
           END-IF
           .
       CLEAR-ONE-ROW.
           IF SS-CCYYMM > SM-THRU-CCYYMM
               SET END-OF-SALES-SUMMARY TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SS-SOURCE = SM-SOURCE
               DELETE SALES-SUMMARY RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO SM-ROWS-CLEARED
               END-DELETE
           END-IF
           PERFORM READ-SUMMARY-ROW
           .
      *-----------------------------------------------------------------
      * --- A POST-VOIDED ROW IS DEAD TO EVERY TOTAL -- SKIP IT -------
       POST-LEDGER-ROW.
           IF SUMMARY-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           IF SL-IS-VOIDED OR SL-DATE-OF-SALE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(5:2) TO WS-ROW-MM
           IF WS-ROW-MM < 1 OR WS-ROW-MM > 12
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(1:6) TO SS-CCYYMM
           MOVE SM-SOURCE            TO SS-SOURCE
           MOVE SL-TENANT-ID         TO SS-TENANT-ID
           MOVE SL-CATEGORY          TO SS-CATEGORY
           MOVE SL-GROUP-ID          TO SS-GROUP-ID
           READ SALES-SUMMARY
               INVALID KEY
                   MOVE ZEROS TO SS-NET-SALES SS-RETURNS SS-TAX
                                 SS-COMMISSION SS-TRANS-COUNT
           END-READ
           IF SL-IS-RETURN
               SUBTRACT SL-SALE-PRICE FROM SS-NET-SALES
               ADD      SL-SALE-PRICE TO   SS-RETURNS
               SUBTRACT SL-TAX-AMOUNT FROM SS-TAX
               SUBTRACT SL-COMMISSION FROM SS-COMMISSION
           ELSE
               ADD SL-SALE-PRICE TO SS-NET-SALES
               ADD SL-TAX-AMOUNT TO SS-TAX
               ADD SL-COMMISSION TO SS-COMMISSION
           END-IF
           ADD 1 TO SS-TRANS-COUNT
           MOVE WS-RUN-DATE TO SS-LAST-BUILT
           IF WS-SS-STATUS = '00'
               REWRITE SALES-SUMMARY-RECORD
           ELSE
               WRITE SALES-SUMMARY-RECORD
           END-IF
           ADD 1 TO SM-ROWS-POSTED
           .
      *-----------------------------------------------------------------
       CLOSE-SALES-SUMMARY.
           IF SUMMARY-IS-OPEN
               CLOSE SALES-SUMMARY
               SET SUMMARY-NOT-OPEN TO TRUE
           END-IF
           .
