             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-JR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-JOURNAL         VALUE 1.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
      * --- FRESH TOTALS COMPUTED THIS RUN ----------------------------
       01 WS-SL-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-SL-HASH           PIC S9(11)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
                   ADD SL-SALE-PRICE TO WS-SL-HASH
               END-IF
           END-IF
           IF SL-DATE-OF-SALE = WS-TODAY-CCYYMMDD
               ADD 1 TO WS-SL-TODAY-COUNT
               IF SL-SALE-PRICE IS NUMERIC
                   IF SL-IS-RETURN
