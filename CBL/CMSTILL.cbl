          03 WS-GC-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GIFT-CERTS      VALUE 1.
       01 WS-TODAY             PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-LEDGER-TOTAL      PIC S9(7)V9(2) VALUE ZEROS.
      * --- PER-TENDER LEDGER BUCKETS, BUILT FROM THE TWO TENDER
      *     SLOTS CMSPLN ALLOCATES ONTO EACH ROW ----------------------
       01 WS-POST-TYPE         PIC X VALUE SPACE.
       01 WS-POST-AMOUNT       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-REGISTER-ID       PIC X(2) VALUE '01'.
      * --- WHICH LOCATION'S DRAWERS: ARGV(2), DEFAULT STORE 01, OR
      *     'ALL' FOR A CONSOLIDATED LOOK ACROSS EVERY STORE AND DESK --
       01 WS-STORE-ARG         PIC X(3) VALUE SPACES.
       01 WS-STORE-ID          PIC X(2) VALUE '01'.
       01 WS-STORE-NUM REDEFINES WS-STORE-ID
                               PIC 9(2).
       01 WS-CONSOL-SW         PIC 9 VALUE 0.
          88 ALL-STORES                VALUE 1.
       01 WS-BD-STATUS         PIC XX VALUE '00'.
       01 WS-BD-RRN            PIC 9(4) COMP VALUE 1.
      * --- TODAY'S DRAWER EVENTS FOR THIS REGISTER -------------------
      *-----------------------------------------------------------------
       01 SC-TILL-DATE         PIC 9(6) VALUE ZEROS.
       01 SC-REGISTER-ID       PIC X(2) VALUE '01'.
       01 SC-STORE-ID          PIC X(3) VALUE '01'.
       01 SC-LEDGER-TOTAL      PIC S9(7)V9(2) VALUE ZEROS.
       01 SC-CASH-TOTAL        PIC S9(7)V9(2) VALUE ZEROS.
       01 SC-CHECK-TOTAL       PIC S9(7)V9(2) VALUE ZEROS.
          03 LINE 06 COLUMN 50 PIC X(2)
                               REVERSE-VIDEO
                               FROM SC-REGISTER-ID.
          03 LINE 06 COLUMN 56 VALUE 'Store:'.
          03 LINE 06 COLUMN 63 PIC X(3)
                               REVERSE-VIDEO
                               FROM SC-STORE-ID.
          03 LINE 07 COLUMN 03 VALUE 'Ledger Sales Total:'.
          03 LINE 07 COLUMN 24 PIC -,ZZZ,ZZ9.99
                               REVERSE-VIDEO
      * --- EACH DESK BALANCES ITS OWN DRAWER: ARGV(1) NAMES THE
      *     REGISTER TO RECONCILE (DEFAULT 01).  ROWS WRITTEN BEFORE
      *     REGISTER IDS EXISTED CARRY SPACES AND COUNT AS DESK 01 -----
      *     ARGV(2) NAMES THE STORE THE SAME WAY (BLANK ROWS ARE STORE
      *     01); 'ALL' TOTALS EVERY DESK IN EVERY STORE FOR A LOOK AT
      *     THE WHOLE COMPANY, WHICH FILES NO HISTORY AND CLOSES NO DAY
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC > 0
               MOVE ARGV(1) TO WS-REGISTER-ID
           END-IF
           IF ARGC > 1 AND ARGV(2) NOT = SPACES
               MOVE ARGV(2) TO WS-STORE-ARG
               INSPECT WS-STORE-ARG
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-STORE-ARG = 'ALL'
                   SET ALL-STORES TO TRUE
                   MOVE '**' TO WS-REGISTER-ID
               ELSE
                   MOVE WS-STORE-ARG TO WS-STORE-ID
                   IF WS-STORE-ID NOT NUMERIC OR WS-STORE-NUM = ZEROS
                       DISPLAY 'STORE MUST BE A TWO-DIGIT NUMBER OR ALL'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
      * --- THE CLOSE NOW CARRIES WHO COUNTED THE DRAWER, SO THE
      *     OVER/SHORT HISTORY CAN TREND BY OPERATOR -------------------
           PERFORM GET-OPERATOR-PIN
               STOP RUN
           END-IF
           MOVE WS-REGISTER-ID TO SC-REGISTER-ID
           IF ALL-STORES
               MOVE 'ALL' TO SC-STORE-ID
           ELSE
               MOVE WS-STORE-ID TO SC-STORE-ID
           END-IF
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE WS-TODAY TO SC-TILL-DATE
           PERFORM TOTAL-TODAYS-SALES
           DISPLAY CMSTILL-SCREEN
           ACCEPT CMSTILL-SCREEN
           PERFORM CHECK-VARIANCE
           IF NOT ALL-STORES
               PERFORM FILE-VARIANCE-HISTORY
               PERFORM CLOSE-BUSINESS-DAY
           END-IF
           DISPLAY CMSTILL-SCREEN
           STOP RUN
           .
      * --- THE RECONCILIATION IS THE CLOSE: ONCE THE DRAWER IS
      *     BALANCED THE BUSDAY RECORD FLIPS TO CLOSED, AND CMSPLN/
      *     RENTPAY REFUSE ANY LATE POSTING UNTIL A MANAGER OPENS THE
      *     NEXT BUSINESS DAY WITH DAYCTL.  ONLY THIS STORE'S DAY IS
      *     CLOSED -- ITS RECORD SITS AT ITS STORE NUMBER --------------
       CLOSE-BUSINESS-DAY.
           MOVE WS-STORE-NUM TO WS-BD-RRN
           OPEN I-O BUSINESS-DAY
           IF WS-BD-STATUS = '00'
               READ BUSINESS-DAY
           IF WS-SL-STATUS NOT = '00'
               SET END-OF-SALES-LEDGER TO TRUE
           ELSE
               MOVE WS-TODAY-CCYYMMDD TO SL-DATE-OF-SALE
               START SALES-LEDGER
                   KEY IS NOT LESS THAN SL-DATE-OF-SALE
                   INVALID KEY
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           IF SL-DATE-OF-SALE > WS-TODAY-CCYYMMDD
               SET END-OF-SALES-LEDGER TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SL-DATE-OF-SALE = WS-TODAY-CCYYMMDD
               AND (ALL-STORES
                    OR ((SL-REGISTER-ID = WS-REGISTER-ID
                         OR (SL-REGISTER-ID = SPACES
                             AND WS-REGISTER-ID = '01'))
                        AND (SL-STORE-ID = WS-STORE-ID
                             OR (SL-STORE-ID = SPACES
                                 AND WS-STORE-ID = '01'))))
               IF SL-IS-RETURN
                   SUBTRACT SL-SALE-PRICE FROM WS-LEDGER-TOTAL
               ELSE
      *     MONEY IN THE DRAWER, SO THEY STAY OUT OF EVERY BUCKET -----
               WHEN 'S' CONTINUE
               WHEN 'A' CONTINUE
      * --- 'W' WAS PAID ON THE ONLINE MARKETPLACE, NOT AT A DESK -----
               WHEN 'W' CONTINUE
               WHEN OTHER ADD WS-POST-AMOUNT TO WS-CASH-TOTAL
           END-EVALUATE
           .
      *     SALES LEDGER NEVER SEES, SO TODAY'S ISSUES JOIN THE CASH
      *     EXPECTATION BEFORE THE DRAWER IS COMPARED.  CERTIFICATES
      *     ARE SOLD AT THE MAIN DESK, SO ONLY REGISTER 01'S
      *     RECONCILIATION PICKS THEM UP -- REGISTER 01 OF STORE 01,
      *     THE ORIGINAL MALL, OR THE CONSOLIDATED LOOK ----------------
       TOTAL-TODAYS-CERT-ISSUES.
           IF NOT ALL-STORES
               AND (WS-REGISTER-ID NOT = '01' OR WS-STORE-ID NOT = '01')
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GIFT-CERT-FILE
           END-READ
           .
       CHECK-CERT-ISSUED-TODAY.
           IF GC-ISSUE-DATE = DF-MMDDYYYY AND NOT GC-IS-REWARD
               ADD GC-AMOUNT TO WS-ISSUED-TODAY
           END-IF
           PERFORM READ-GIFT-CERT
           .
       POST-DRAWER-EVENT.
           IF DE-DATE = WS-TODAY
                   AND (ALL-STORES
                        OR (DE-REGISTER-ID = WS-REGISTER-ID
                            AND (DE-STORE-ID = WS-STORE-ID
                                 OR (DE-STORE-ID = SPACES
                                     AND WS-STORE-ID = '01'))))
               EVALUATE TRUE
                   WHEN DE-IS-FLOAT
                       ADD DE-AMOUNT TO WS-FLOAT-TOTAL
           END-IF
           MOVE WS-TODAY             TO TV-DATE
           MOVE WS-REGISTER-ID       TO TV-REGISTER-ID
           MOVE WS-STORE-ID          TO TV-STORE-ID
           MOVE WS-OPERATOR-INITIALS TO TV-OPERATOR-ID
           COMPUTE TV-CASH-EXPECTED =
               SC-DRAWER-COUNT - SC-CASH-VARIANCE
