      *    HOURRPT -- HOURLY SALES TRAFFIC BY DAY OF WEEK.  NOW THAT
      *    CMSPLN STAMPS SL-TIME-OF-SALE, THIS TALLIES TRANSACTION
      *    COUNT AND NET SALES INTO (DAY-OF-WEEK, HOUR) BUCKETS OVER
      *    A DATE RANGE (ARGV(1)/ARGV(2) AS CCYYMMDD), SO WEEKEND
      *    STAFFING AND THE SECOND REGISTER GET SCHEDULED AGAINST THE
      *    ACTUAL RUSH INSTEAD OF GUT FEEL.
      *-----------------------------------------------------------------
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
       01 WS-START-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-END-DATE          PIC 9(8) VALUE 99999999.
       01 WS-DATE-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-DATE-INT          PIC S9(8) COMP.
       01 WS-DOW               PIC 9 VALUE ZEROS.
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-START-DATE
               IF WS-START-DATE < 1000000
                   ADD 20000000 TO WS-START-DATE
               END-IF
           END-IF
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-END-DATE
               IF WS-END-DATE < 1000000
                   ADD 20000000 TO WS-END-DATE
               END-IF
           END-IF
           INITIALIZE WS-HOUR-BUCKETS
           OPEN INPUT SALES-LEDGER
           IF SL-DATE-OF-SALE >= WS-START-DATE
                   AND SL-DATE-OF-SALE <= WS-END-DATE
                   AND SL-DATE-OF-SALE IS NUMERIC
               MOVE SL-DATE-OF-SALE TO WS-DATE-ISO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
               COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
