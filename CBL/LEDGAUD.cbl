      *    SHARED COMMCALC TIERS (WITH THE TENANT-PCT FLOOR) THE
      *    REGISTER USES, THEN PRINTS AN EXCEPTION LINE FOR ANY ROW
      *    THAT DOES NOT REPRODUCE.  LEGITIMATE MANAGER-OVERRIDE ROWS
      *    ARE EXCLUDED; A COUPON'S SHARE IS ADDED BACK FIRST (AND,
      *    WHEN THE SHOP ABSORBED IT, THE COMMISSION IS CHECKED ON
      *    THE PRICE BEFORE THE COUPON).  A NONZERO RETURN CODE
      *    FLAGS EXCEPTIONS SO THE CHAIN CAN HOLD CMSPAY BEFORE IT
      *    PAYS ON BAD NUMBERS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             88 END-OF-SALES-LEDGER    VALUE 1.
       01 WS-ROW-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-EXPECTED-PRICE    PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-PRICE-DIFF        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-COMM-DIFF         PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TOLERANCE         PIC 9V9(2) VALUE 0.01.
       01 WS-COUPON-OFF        PIC 9(6)V9(2) VALUE ZEROS.
       COPY COMMCALC.
       LINKAGE SECTION.
       COPY ARGS.
      *     COMMISSION OF A SALE WHOSE LIVE ROW WAS PURGED; THE
      *     ORIGINAL IS ON SALESARC, SO THERE IS NOTHING LIVE TO
      *     RE-DERIVE AGAINST AND THE ROW IS TAKEN AS FILED -----------
           MOVE ZEROS TO WS-COUPON-OFF
           IF SL-COUPON-CODE NOT = SPACES
                   AND SL-COUPON-AMOUNT IS NUMERIC
               MOVE SL-COUPON-AMOUNT TO WS-COUPON-OFF
           END-IF
           IF NOT SL-IS-OVERRIDE AND NOT SL-FROM-ARCHIVE
               PERFORM CHECK-SALE-PRICE
               PERFORM CHECK-COMMISSION
           COMPUTE WS-EXPECTED-PRICE =
               SL-FULL-PRICE * (100 - SL-DISCOUNT-PERCENT) / 100
           COMPUTE WS-PRICE-DIFF =
               SL-SALE-PRICE + WS-COUPON-OFF - WS-EXPECTED-PRICE
           IF WS-PRICE-DIFF > WS-TOLERANCE
                   OR WS-PRICE-DIFF < ZEROS - WS-TOLERANCE
               ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           ELSE
               MOVE SL-SALE-PRICE TO CC-SALE-PRICE
               IF SL-COUPON-SHOP-ABSORBED
                   ADD WS-COUPON-OFF TO CC-SALE-PRICE
               END-IF
               MOVE ZEROS TO CC-TENANT-PCT
               MOVE SL-TENANT-ID TO TM-TENANT-ID
               READ TENANT-MASTER
