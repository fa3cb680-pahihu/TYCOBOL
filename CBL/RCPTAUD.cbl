      *    PROVISIONAL 900000-SERIES OFFLINE RECEIPTS ARE SKIPPED --
      *    OFFLRECV RENUMBERS THOSE.  A NONZERO RETURN CODE STOPS
      *    THE CHAIN THE SAME WAY A CTLTOT MISMATCH DOES.
      *    "GNUMAIN RCPTAUD [CCYYMMDD]" (DEFAULT TODAY).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
       01 WS-AUDIT-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-PROBLEM-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-DAY-MIN-RECEIPT   PIC 9(6) VALUE 999999.
       01 WS-DAY-MAX-RECEIPT   PIC 9(6) VALUE ZEROS.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           IF ARGC >= 1
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-AUDIT-DATE
               IF WS-AUDIT-DATE < 1000000
                   ADD 20000000 TO WS-AUDIT-DATE
               END-IF
           END-IF
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
