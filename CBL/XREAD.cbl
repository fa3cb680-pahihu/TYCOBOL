      *    PAID-OUTS, AND DROPS SO FAR -- AND CHANGES NOTHING, SO A
      *    DRAWER CAN BE SPOT-CHECKED AT SHIFT CHANGE WITHOUT
      *    TOUCHING THE CLOSE.
      *    "GNUMAIN XREAD [REGISTER] [STORE]" (BOTH DEFAULT 01).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          03 WS-DE-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DRAWER-EVENTS   VALUE 1.
       01 WS-REGISTER-ID       PIC X(2) VALUE '01'.
       01 WS-STORE-ID          PIC X(2) VALUE '01'.
       01 WS-TODAY             PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-LAST-RECEIPT      PIC 9(6) VALUE 999999.
       01 WS-TRANS-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-NET-SALES         PIC S9(7)V9(2) VALUE ZEROS.
           IF ARGC >= 1
               MOVE ARGV(1)(1:2) TO WS-REGISTER-ID
           END-IF
           IF ARGC >= 2 AND ARGV(2) NOT = SPACES
               MOVE ARGV(2)(1:2) TO WS-STORE-ID
           END-IF
           MOVE WS-STORE-ID TO DC-STORE-ID
      * --- THE SNAPSHOT COVERS THE OPEN BUSDAY POSTING DATE ----------
           CALL 'DAYCHK' USING DAY-CHECK-PARAMS
           IF DC-DAY-NOT-OPEN
               GOBACK
           END-IF
      * --- THE POSTING DATE COMES BACK MMDDYYYY; THE LEDGER DATES
      *     ARE CCYYMMDD, THE DRAWER EVENTS YYMMDD ---------------------
           MOVE DC-POSTING-DATE(7:2) TO WS-TODAY(1:2)
           MOVE DC-POSTING-DATE(1:2) TO WS-TODAY(3:2)
           MOVE DC-POSTING-DATE(3:2) TO WS-TODAY(5:2)
           IF DC-POSTING-DATE = ZEROS
               ACCEPT WS-TODAY FROM DATE
           END-IF
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           DISPLAY '        X-READ -- REGISTER ' WS-REGISTER-ID
                   '  STORE ' WS-STORE-ID '  DAY ' WS-TODAY
           PERFORM SCAN-TODAYS-LEDGER
           PERFORM SCAN-TODAYS-DRAWER
           DISPLAY ' '
               SET END-OF-SALES-LEDGER TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-CCYYMMDD TO SL-DATE-OF-SALE
           START SALES-LEDGER
               KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
           END-READ
           .
       TALLY-ONE-ROW.
           IF SL-DATE-OF-SALE > WS-TODAY-CCYYMMDD
               SET END-OF-SALES-LEDGER TO TRUE
               EXIT PARAGRAPH
           END-IF
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           IF SL-DATE-OF-SALE = WS-TODAY-CCYYMMDD
               AND (SL-REGISTER-ID = WS-REGISTER-ID
                    OR (SL-REGISTER-ID = SPACES
                        AND WS-REGISTER-ID = '01'))
               AND (SL-STORE-ID = WS-STORE-ID
                    OR (SL-STORE-ID = SPACES
                        AND WS-STORE-ID = '01'))
               IF SL-RECEIPT-NO NOT = WS-LAST-RECEIPT
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE SL-RECEIPT-NO TO WS-LAST-RECEIPT
       TALLY-ONE-EVENT.
           IF DE-DATE = WS-TODAY
                   AND DE-REGISTER-ID = WS-REGISTER-ID
                   AND (DE-STORE-ID = WS-STORE-ID
                        OR (DE-STORE-ID = SPACES
                            AND WS-STORE-ID = '01'))
               EVALUATE TRUE
                   WHEN DE-IS-FLOAT
                       ADD DE-AMOUNT TO WS-FLOAT-TOTAL
