       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDFEE.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CARDFEE -- CONSIGNOR SHARE OF THE CARD PROCESSING FEE ON ONE
      *    LEDGER ROW.  THE DEALER AGREEMENT SHARES THE PROCESSOR'S
      *    CHARGE: THE CONSIGNOR BEARS PY-CARD-FEE-PCT OF THEIR OWN
      *    COMMISSION ON WHATEVER PART OF THE ROW WAS PAID BY CARD,
      *    AND THE SHOP BEARS THE FEE ON ITS WITHHOLDING AND THE TAX.
      *    A SPLIT TENDER IS PRORATED BY THE ROW'S OWN TENDER AMOUNTS
      *    (CARD 'D' OVER EVERYTHING TENDERED ON THE ROW), SO A SALE
      *    PAID HALF CASH, HALF CARD COSTS THE CONSIGNOR HALF THE FEE.
      *    CMSPAY TAKES IT OFF THE CHECK AND GLPOST BOOKS THE SAME
      *    FIGURE AS CARD FEE RECOVERY, SO THE TWO ALWAYS AGREE.  THE
      *    RATE IS READ OFF PAYPOLCY ONCE PER RUN; A MISSING FILE OR
      *    AN OLD ROW WITHOUT THE FIELD LEAVES THE 3.00% DEFAULT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOUT-POLICY
               ASSIGN TO 'PAYPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PAYOUT-POLICY.
       COPY PAYPOLCY.
       WORKING-STORAGE SECTION.
       01 WS-PY-STATUS         PIC XX VALUE '00'.
       01 WS-PY-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-PAYOUT-POLICY      VALUE 1.
       01 WS-RATE-LOADED-SW    PIC 9 VALUE 0.
          88 CARD-FEE-RATE-LOADED      VALUE 1.
       01 WS-CARD-FEE-PCT      PIC 9(2)V9(2) VALUE 3.00.
       01 WS-ROW-TENDERED      PIC 9(7)V9(2) VALUE ZEROS.
       LINKAGE SECTION.
       COPY CARDFEE.
       COPY SALELEDG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CARD-FEE-PARAMS SALES-LEDGER-RECORD.
       CALC-CARD-FEE.
           IF NOT CARD-FEE-RATE-LOADED
               PERFORM LOAD-CARD-FEE-RATE
           END-IF
           MOVE WS-CARD-FEE-PCT TO CF-FEE-PCT
           MOVE ZEROS TO CF-CARD-AMOUNT CF-FEE-AMOUNT WS-ROW-TENDERED
           IF SL-TENDER-1-AMOUNT IS NUMERIC
               ADD SL-TENDER-1-AMOUNT TO WS-ROW-TENDERED
               IF SL-TENDER-1-CARD
                   ADD SL-TENDER-1-AMOUNT TO CF-CARD-AMOUNT
               END-IF
           END-IF
           IF SL-TENDER-2-AMOUNT IS NUMERIC
               ADD SL-TENDER-2-AMOUNT TO WS-ROW-TENDERED
               IF SL-TENDER-2-CARD
                   ADD SL-TENDER-2-AMOUNT TO CF-CARD-AMOUNT
               END-IF
           END-IF
           IF CF-CARD-AMOUNT > ZEROS AND WS-ROW-TENDERED > ZEROS
                   AND SL-COMMISSION IS NUMERIC
               COMPUTE CF-FEE-AMOUNT ROUNDED =
                   SL-COMMISSION * CF-CARD-AMOUNT / WS-ROW-TENDERED
                   * WS-CARD-FEE-PCT / 100
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
       LOAD-CARD-FEE-RATE.
           SET CARD-FEE-RATE-LOADED TO TRUE
           OPEN INPUT PAYOUT-POLICY
           IF WS-PY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PAYOUT-POLICY NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-POLICY TO TRUE
           END-READ
           IF NOT END-OF-PAYOUT-POLICY
               IF PY-CARD-FEE-PCT IS NUMERIC
                   MOVE PY-CARD-FEE-PCT TO WS-CARD-FEE-PCT
               END-IF
           END-IF
           CLOSE PAYOUT-POLICY
           .
