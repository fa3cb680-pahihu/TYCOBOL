      *-----------------------------------------------------------------
      *    CARDSETL -- CARD SETTLEMENT IMPORT AND MATCHING.  READS THE
      *    PROCESSOR'S DAILY SETTLEMENT FILE (COMMA-DELIMITED
      *    "CCYYMMDD,AMOUNT" LINES -- CSVEXP IN REVERSE; A SIX-DIGIT
      *    YYMMDD DATE IS TAKEN AS THIS CENTURY; ARGV(1) NAMES THE
      *    FILE, DEFAULT CARDSETL) AND MATCHES EACH SETTLED
      *    AMOUNT AGAINST THAT DAY'S CARD-TENDER LEDGER ROWS.
      *    UNMATCHED ITEMS REPORT BOTH WAYS -- CARD SALES WITH NO
      *    SETTLEMENT AND SETTLEMENTS WITH NO SALE -- SO CHARGEBACKS
      *    AND DOUBLE-CHARGES SURFACE IN DAYS, NOT AT THE STATEMENT.
      *    THE SETTLED CARD VOLUME IS TOTALLED WITH THE CONSIGNORS'
      *    CARD-FEE SHARE ON THE SAME ROWS (CARDFEE), TO CHECK THE
      *    CARD FEE RECOVERY LINE GLPOST POSTS AGAINST THE STATEMENT.
      *    A CHARGEBACK DEBIT -- A NEGATIVE AMOUNT, OR A THIRD "CB"
      *    COLUMN -- IS NOT A SALE: IT IS MATCHED BY AMOUNT TO A
      *    DISPUTE CHGBACK HAS ON FILE AND THE DAY IT SETTLED IS
      *    STAMPED ON THE DISPUTE; A DEBIT WITH NO DISPUTE IS LISTED
      *    SO SOMEONE KEYS ONE BEFORE THE RESPONSE WINDOW RUNS OUT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT DISPUTE-REGISTER
               ASSIGN TO 'DISPUTES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-RECEIPT-NO
               ALTERNATE RECORD KEY IS DP-RESPOND-BY
                   WITH DUPLICATES
               FILE STATUS IS WS-DP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01 SETTLEMENT-RECORD    PIC X(40).
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  DISPUTE-REGISTER.
       COPY DISPUTES.
       WORKING-STORAGE SECTION.
       01 WS-ST-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-DP-STATUS         PIC XX VALUE '00'.
       01 WS-SETTLE-FILE       PIC X(40) VALUE 'CARDSETL'.
       01 WS-SWITCHES.
          03 WS-ST-EOF-SW      PIC 9 VALUE 0.
          03 WS-MATCH-SW       PIC 9 VALUE 0.
             88 ROW-WAS-MATCHED        VALUE 1.
             88 ROW-NOT-MATCHED        VALUE 0.
          03 WS-DP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DISPUTES        VALUE 1.
          03 WS-DP-OPEN-SW     PIC 9 VALUE 0.
             88 DISPUTES-OPEN          VALUE 1.
       01 WS-PARSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-PARSE-AMOUNT      PIC X(12) VALUE SPACES.
       01 WS-PARSE-KIND        PIC X(4) VALUE SPACES.
       01 WS-MINUS-COUNT       PIC 9(2) VALUE ZEROS.
      * --- THE DAY'S SETTLEMENTS, LOADED UP FRONT --------------------
       01 WS-SETTLE-TABLE.
          03 WS-SETTLE-ENTRY   OCCURS 500 TIMES INDEXED BY ST-IDX.
             05 WS-ST-DATE          PIC 9(8).
             05 WS-ST-AMOUNT        PIC 9(6)V9(2).
             05 WS-ST-MATCHED       PIC X.
             05 WS-ST-KIND          PIC X.
                88 WS-ST-IS-CHARGEBACK      VALUE 'C'.
       01 WS-SETTLE-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-CHARGEBACK-COUNT  PIC 9(4) VALUE ZEROS.
       01 WS-CB-UNMATCHED      PIC 9(4) VALUE ZEROS.
       01 WS-CB-VOLUME         PIC 9(8)V9(2) VALUE ZEROS.
       01 WS-ROW-CARD-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-UNMATCHED-SALES   PIC 9(4) VALUE ZEROS.
       01 WS-UNMATCHED-SETTLE  PIC 9(4) VALUE ZEROS.
       01 WS-MATCHED-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-MATCHED-VOLUME    PIC 9(8)V9(2) VALUE ZEROS.
       01 WS-MATCHED-FEE-SHARE PIC 9(7)V9(2) VALUE ZEROS.
       COPY CARDFEE.
       01 WS-SCAN-IDX          PIC 9(3) VALUE ZEROS.
       LINKAGE SECTION.
       COPY ARGS.
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SETTLE-COUNT
               DISPLAY ' '
               DISPLAY 'CHARGEBACK DEBITS:'
               PERFORM MATCH-CHARGEBACK-DEBITS
               DISPLAY ' '
               DISPLAY 'MATCHED:              ' WS-MATCHED-COUNT
               DISPLAY 'SALES UNMATCHED:      ' WS-UNMATCHED-SALES
               DISPLAY 'SETTLEMENTS UNMATCHED: ' WS-UNMATCHED-SETTLE
               DISPLAY 'CARD VOLUME SETTLED:  ' WS-MATCHED-VOLUME
               DISPLAY 'CONSIGNOR FEE SHARE:  ' WS-MATCHED-FEE-SHARE
               DISPLAY 'CHARGEBACK DEBITS:    ' WS-CHARGEBACK-COUNT
                       '  TOTAL ' WS-CB-VOLUME
               DISPLAY 'DEBITS WITH NO DISPUTE: ' WS-CB-UNMATCHED
               IF WS-UNMATCHED-SALES > ZEROS
                       OR WS-UNMATCHED-SETTLE > ZEROS
                       OR WS-CB-UNMATCHED > ZEROS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF SETTLEMENT-RECORD NOT = SPACES
                   AND WS-SETTLE-COUNT < 500
               MOVE SPACES TO WS-PARSE-DATE WS-PARSE-AMOUNT
               MOVE SPACES TO WS-PARSE-KIND
               UNSTRING SETTLEMENT-RECORD DELIMITED BY ','
                   INTO WS-PARSE-DATE WS-PARSE-AMOUNT WS-PARSE-KIND
               END-UNSTRING
               ADD 1 TO WS-SETTLE-COUNT
               MOVE FUNCTION NUMVAL(WS-PARSE-DATE)
                   TO WS-ST-DATE(WS-SETTLE-COUNT)
               IF WS-ST-DATE(WS-SETTLE-COUNT) < 1000000
                   ADD 20000000 TO WS-ST-DATE(WS-SETTLE-COUNT)
               END-IF
               MOVE FUNCTION NUMVAL(WS-PARSE-AMOUNT)
                   TO WS-ST-AMOUNT(WS-SETTLE-COUNT)
               MOVE 'N' TO WS-ST-MATCHED(WS-SETTLE-COUNT)
               MOVE 'S' TO WS-ST-KIND(WS-SETTLE-COUNT)
               PERFORM CLASSIFY-CHARGEBACK-ROW
           END-IF
           PERFORM READ-SETTLEMENT-ROW
           .
      * --- THE PROCESSOR SHOWS A CHARGEBACK AS MONEY GOING THE OTHER
      *     WAY; THE AMOUNT IS STORED UNSIGNED AND THE ROW IS KEPT OUT
      *     OF THE SALE MATCH (MATCHED 'C') ---------------------------
       CLASSIFY-CHARGEBACK-ROW.
           MOVE ZEROS TO WS-MINUS-COUNT
           INSPECT WS-PARSE-AMOUNT TALLYING WS-MINUS-COUNT FOR ALL '-'
           INSPECT WS-PARSE-KIND
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-MINUS-COUNT > ZEROS
                   OR FUNCTION TRIM(WS-PARSE-KIND) = 'CB'
               SET WS-ST-IS-CHARGEBACK(WS-SETTLE-COUNT) TO TRUE
               MOVE 'C' TO WS-ST-MATCHED(WS-SETTLE-COUNT)
           END-IF
           .
      *-----------------------------------------------------------------
       MATCH-LEDGER-CARD-ROWS.
           OPEN INPUT SALES-LEDGER
               END-PERFORM
               IF ROW-WAS-MATCHED
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD WS-ROW-CARD-AMOUNT TO WS-MATCHED-VOLUME
                   CALL 'CARDFEE' USING CARD-FEE-PARAMS
                                        SALES-LEDGER-RECORD
                   ADD CF-FEE-AMOUNT TO WS-MATCHED-FEE-SHARE
               ELSE
                   ADD 1 TO WS-UNMATCHED-SALES
                   DISPLAY '  ' SL-DATE-OF-SALE
                       ' -- NO MATCHING CARD SALE'
           END-IF
           .
      *-----------------------------------------------------------------
      * --- EACH CHARGEBACK DEBIT CLAIMS THE FIRST DISPUTE, OPEN OR
      *     LOST, WITH THE SAME CARD AMOUNT AND NO DEBIT DATE YET -----
       MATCH-CHARGEBACK-DEBITS.
           SET WS-DP-OPEN-SW TO 0
           OPEN I-O DISPUTE-REGISTER
           IF WS-DP-STATUS = '00'
               SET DISPUTES-OPEN TO TRUE
           END-IF
           PERFORM MATCH-ONE-CHARGEBACK
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-SETTLE-COUNT
           IF DISPUTES-OPEN
               CLOSE DISPUTE-REGISTER
           END-IF
           .
       MATCH-ONE-CHARGEBACK.
           IF NOT WS-ST-IS-CHARGEBACK(WS-SCAN-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHARGEBACK-COUNT
           ADD WS-ST-AMOUNT(WS-SCAN-IDX) TO WS-CB-VOLUME
           SET ROW-NOT-MATCHED TO TRUE
           IF DISPUTES-OPEN
               SET WS-DP-EOF-SW TO 0
               MOVE ZEROS TO DP-RECEIPT-NO
               START DISPUTE-REGISTER
                   KEY IS NOT LESS THAN DP-RECEIPT-NO
                   INVALID KEY
                       SET END-OF-DISPUTES TO TRUE
               END-START
               IF NOT END-OF-DISPUTES
                   PERFORM READ-NEXT-DISPUTE
               END-IF
               PERFORM TRY-ONE-DISPUTE
                   UNTIL END-OF-DISPUTES OR ROW-WAS-MATCHED
           END-IF
           IF ROW-WAS-MATCHED
               DISPLAY '  ' WS-ST-DATE(WS-SCAN-IDX)
                       ' DEBITED ' WS-ST-AMOUNT(WS-SCAN-IDX)
                       ' -- DISPUTE ON RECEIPT ' DP-RECEIPT-NO
           ELSE
               ADD 1 TO WS-CB-UNMATCHED
               DISPLAY '  ' WS-ST-DATE(WS-SCAN-IDX)
                       ' DEBITED ' WS-ST-AMOUNT(WS-SCAN-IDX)
                       ' -- NO DISPUTE ON FILE -- KEY IT IN CHGBACK'
           END-IF
           .
       READ-NEXT-DISPUTE.
           READ DISPUTE-REGISTER NEXT RECORD
               AT END
                   SET END-OF-DISPUTES TO TRUE
           END-READ
           .
       TRY-ONE-DISPUTE.
           IF (DP-IS-OPEN OR DP-IS-LOST)
                   AND DP-DEBIT-DATE = ZEROS
                   AND DP-CARD-AMOUNT = WS-ST-AMOUNT(WS-SCAN-IDX)
               MOVE WS-ST-DATE(WS-SCAN-IDX) TO DP-DEBIT-DATE
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO STAMP DISPUTE ON RECEIPT '
                               DP-RECEIPT-NO
               END-REWRITE
               SET ROW-WAS-MATCHED TO TRUE
           ELSE
               PERFORM READ-NEXT-DISPUTE
           END-IF
           .
