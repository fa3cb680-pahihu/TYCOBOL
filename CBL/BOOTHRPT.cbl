       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-SUMMARY
               ASSIGN TO 'SALESSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-SUMMARY.
       COPY SALESSUM.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       WORKING-STORAGE SECTION.
       01 WS-SS-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-SALES-SUMMARY   VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
           MOVE 'BOOTHRPT' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           PERFORM INITIALIZE-BOOTH-REPORT
           IF WS-SS-STATUS = '00'
               PERFORM READ-SALES-SUMMARY
               PERFORM ACCUMULATE-TENANT-SALES
                   UNTIL END-OF-SALES-SUMMARY
               CLOSE SALES-SUMMARY
           END-IF
           PERFORM START-TENANT-MASTER-SCAN
           PERFORM PRINT-ONE-BOOTH-LINE
               UNTIL WS-TM-STATUS NOT = '00'
           .
      *-----------------------------------------------------------------
       INITIALIZE-BOOTH-REPORT.
           OPEN INPUT SALES-SUMMARY
           OPEN INPUT TENANT-MASTER
           MOVE '        BOOTH SALES-PER-SQUARE-FOOT REPORT'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      *-----------------------------------------------------------------
       READ-SALES-SUMMARY.
           READ SALES-SUMMARY NEXT RECORD
               AT END
                   SET END-OF-SALES-SUMMARY TO TRUE
           END-READ
           .
      *-----------------------------------------------------------------
       ACCUMULATE-TENANT-SALES.
           PERFORM POST-SALES-ENTRY
           PERFORM READ-SALES-SUMMARY
           .
      *-----------------------------------------------------------------
      * --- THE PERIOD IS WHAT IS STILL ON THE LIVE LEDGER, SO ONLY
      *     THE SUMMARY'S LIVE ROWS COUNT.  THEY ARE ALREADY NET OF
      *     RETURNS AND VOIDS -----------------------------------------
       POST-SALES-ENTRY.
           IF NOT SS-FROM-LIVE
               EXIT PARAGRAPH
           END-IF
           SET ENTRY-NOT-FOUND TO TRUE
               UNTIL SAL-IDX > WS-SALES-COUNT OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-SALES-COUNT
               MOVE SS-TENANT-ID TO WS-SAL-TENANT-ID(WS-SALES-COUNT)
               MOVE ZEROS TO WS-SAL-NET-SALES(WS-SALES-COUNT)
               MOVE WS-SALES-COUNT TO SAL-IDX
           END-IF
           ADD SS-NET-SALES TO WS-SAL-NET-SALES(SAL-IDX)
           .
      *-----------------------------------------------------------------
       SCAN-SALES-TABLE.
           IF WS-SAL-TENANT-ID(SAL-IDX) = SS-TENANT-ID
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET SAL-IDX UP BY 1
