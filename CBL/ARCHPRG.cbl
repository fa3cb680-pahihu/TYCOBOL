      *    same as any other JOBLIST step) with a file code and a
      *    cutoff date: records older than the cutoff move to that
      *    file's dated archive, everything else stays, e.g.
      *    "GNUMAIN ARCHPRG LEDGER 20260101".  A LEDGER RUN ALSO
      *    CARRIES THE SALESSUM MONTHLY SUMMARY ALONG: ARCHIVED ROWS
      *    ARE POSTED AS ARCHIVE ROWS AND THE KEPT ROWS REPOST THE
      *    LIVE ROWS, SO THE PERIOD REPORTS NEVER REREAD SALESARC.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-LEDGER-ARCHIVE.
       01 SALES-LEDGER-ARCHIVE-RECORD   PIC X(146).
       FD  SALES-LEDGER-KEEP.
       01 SALES-LEDGER-KEEP-RECORD      PIC X(146).
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  TENANT-HISTORY-ARCHIVE.
          88 TARGET-IS-HISTORY         VALUE 'HISTORY'.
          88 TARGET-IS-PERFLOG         VALUE 'PERFLOG'.
       01 WS-CUTOFF-TEXT        PIC X(08) VALUE SPACES.
       01 WS-LEDGER-CUTOFF      PIC 9(08) VALUE ZEROS.
       01 WS-HISTORY-CUTOFF     PIC 9(08) VALUE ZEROS.
       01 WS-PERFLOG-CUTOFF     PIC 9(08) VALUE ZEROS.
       01 WS-PH-RECORD-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-ARCHIVED-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-KEPT-COUNT         PIC 9(07) VALUE ZEROS.
       COPY SUMPOST.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
           MOVE FUNCTION NUMVAL(WS-CUTOFF-TEXT) TO WS-PERFLOG-CUTOFF
           .
      *-----------------------------------------------------------------
      * --- SALES-LEDGER: SL-DATE-OF-SALE IS CCYYMMDD, SAME AS THE
      *     CUTOFF ARGUMENT FOR THIS FILE CODE --------------------
       ARCHIVE-PURGE-LEDGER.
           OPEN INPUT SALES-LEDGER
               DISPLAY 'SALES LEDGER NOT ON FILE -- NOTHING TO DO'
           ELSE
               PERFORM OPEN-LEDGER-OUTPUTS
               PERFORM OPEN-SALES-SUMMARY
               PERFORM READ-LEDGER-RECORD
               PERFORM SPLIT-LEDGER-RECORD
                   UNTIL END-OF-SALES-LEDGER
               CLOSE SALES-LEDGER SALES-LEDGER-ARCHIVE
                     SALES-LEDGER-KEEP
               PERFORM REPLACE-LEDGER-WITH-KEEP
               SET SM-OP-CLOSE TO TRUE
               CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                    SALES-LEDGER-RECORD
               PERFORM DISPLAY-ARCHIVE-COUNTS
           END-IF
           .
           END-IF
           OPEN OUTPUT SALES-LEDGER-KEEP
           .
      * --- EVERY LIVE ('L') SUMMARY ROW IS DROPPED UP FRONT: THE
      *     SPLIT BELOW POSTS EACH ROW BACK AS 'A' OR 'L' -------------
       OPEN-SALES-SUMMARY.
           SET SM-OP-OPEN TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           MOVE 'L' TO SM-SOURCE
           MOVE ZEROS TO SM-FROM-CCYYMM
           MOVE 999999 TO SM-THRU-CCYYMM
           SET SM-OP-CLEAR TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           .
       READ-LEDGER-RECORD.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   TO SALES-LEDGER-ARCHIVE-RECORD
               WRITE SALES-LEDGER-ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE 'A' TO SM-SOURCE
               SET SM-OP-POST TO TRUE
               CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                    SALES-LEDGER-RECORD
           ELSE
               MOVE SALES-LEDGER-RECORD TO SALES-LEDGER-KEEP-RECORD
               WRITE SALES-LEDGER-KEEP-RECORD
       COPY-KEEP-TO-LEDGER.
           MOVE SALES-LEDGER-KEEP-RECORD TO SALES-LEDGER-RECORD
           WRITE SALES-LEDGER-RECORD
           MOVE 'L' TO SM-SOURCE
           SET SM-OP-POST TO TRUE
           CALL 'SUMPOST' USING SUMMARY-POST-PARAMS
                                SALES-LEDGER-RECORD
           PERFORM READ-LEDGER-KEEP-RECORD
           .
      *-----------------------------------------------------------------
