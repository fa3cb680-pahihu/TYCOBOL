      *    REDEMPTION IS RESTORED, A HOUSE-ACCOUNT CHARGE IS OFFSET
      *    WITH AN A/R CREDIT, AND THE VOID IS FILED IN VOIDREG -- SO
      *    CMSTILL, DTR006, TAXRPT, AND CMSPAY ALL SEE A CLEAN DAY.
      *    FREQUENT-BUYER POINTS THE RECEIPT EARNED COME BACK OFF THE
      *    CUSTOMER THROUGH RWDPOST.
      *    "GNUMAIN POSTVOID REPORT" PRINTS TODAY'S VOID LIST.
      *    "GNUMAIN POSTVOID 02" VOIDS AT THE SECOND STORE: THE VOID
      *    NEEDS THAT STORE'S BUSINESS DAY OPEN (NO STORE = 01).
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT SALES-LEDGER
          03 WS-AR-FIND-SW     PIC 9 VALUE 0.
             88 ACCT-ROW-FOUND         VALUE 1.
             88 ACCT-ROW-NOT-FOUND     VALUE 0.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-ROWS-VOIDED       PIC 9(3) VALUE ZEROS.
       01 WS-VOID-AMOUNT       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-GIFT-BACK         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-CRED-BACK         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-ACCT-BACK         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-REWARD-CUSTOMER   PIC 9(6) VALUE ZEROS.
       01 WS-CD-STATUS         PIC XX VALUE '00'.
       01 WS-AR-STATUS         PIC XX VALUE '00'.
       01 WS-ITEMS-RESTORED    PIC 9(3) VALUE ZEROS.
       COPY DAYCHK.
       COPY AUTHCHK.
       COPY ARPOST.
       COPY RWDPOST.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               GOBACK
           END-IF
      * --- NO VOID POSTS TO A DAY THAT IS NOT OPEN, SAME AS CMSPLN --
           MOVE WS-RUN-MODE(1:2) TO DC-STORE-ID
           CALL 'DAYCHK' USING DAY-CHECK-PARAMS
           IF DC-DAY-NOT-OPEN
               DISPLAY 'VOID REFUSED -- ' DC-MESSAGE
               MOVE ZEROS TO WS-ROWS-VOIDED WS-VOID-AMOUNT
                             WS-GIFT-BACK WS-ITEMS-RESTORED
                             WS-CRED-BACK WS-ACCT-BACK
                             WS-REWARD-CUSTOMER
               PERFORM VOID-LEDGER-ROWS
               IF WS-ROWS-VOIDED = ZEROS
                   MOVE 'NO ROWS FOR THAT RECEIPT ON TODAY''S DAY'
                   IF WS-ACCT-BACK > ZEROS
                       PERFORM OFFSET-HOUSE-ACCOUNT
                   END-IF
                   IF WS-REWARD-CUSTOMER > ZEROS
                       PERFORM REVERSE-REWARD-POINTS
                   END-IF
                   PERFORM APPEND-VOID-REGISTER-ROW
                   MOVE SPACES TO SC-MESSAGE
                   STRING 'VOIDED ' WS-ROWS-VOIDED ' ROW(S), '
           END-IF
           .
       VOID-ONE-ROW.
           IF SL-DATE-OF-SALE = WS-TODAY-CCYYMMDD
                   AND NOT SL-IS-VOIDED
               MOVE 'Y' TO SL-VOID-FLAG
               REWRITE SALES-LEDGER-RECORD
               IF SL-TENDER-2-ACCOUNT
                   ADD SL-TENDER-2-AMOUNT TO WS-ACCT-BACK
               END-IF
               IF SL-CUSTOMER-NO IS NUMERIC
                       AND SL-RESALE-CERT = SPACES
                   MOVE SL-CUSTOMER-NO TO WS-REWARD-CUSTOMER
               END-IF
           END-IF
           PERFORM READ-RECEIPT-ROW
           .
      * --- THE ITEMS THE RECEIPT SOLD POINT BACK AT IT THROUGH
      *     IS-LEDGER-REF: EACH ONE GOES BACK ON THE FLOOR.  A TAG
      *     COVERING SEVERAL PIECES MAY STILL BE AVAILABLE AFTER THE
      *     SALE, SO IT GETS ITS UNIT BACK THROUGH ITMQTY AS WELL -----
       RESTORE-RECEIPT-ITEMS.
           SET WS-IS-EOF-SW TO 0
           OPEN I-O ITEM-SKU
           END-READ
           .
       RESTORE-ONE-ITEM.
           IF IS-LEDGER-REF = SC-RECEIPT-NO
                   AND (IS-IS-SOLD OR IS-IS-AVAILABLE)
               MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
               SET IQ-RETURN-ONE TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
               MOVE ZEROS TO IS-SOLD-DATE
               MOVE ZEROS TO IS-LEDGER-REF
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO IJ-OPERATION
                       MOVE 'POSTVOID' TO IJ-PROGRAM
                       MOVE WS-MANAGER-INITIALS TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
               END-REWRITE
               ADD 1 TO WS-ITEMS-RESTORED
           END-IF
               PERFORM READ-TENANT-AR
           END-IF
           .
      * --- THE RECEIPT WAS RUNG UNDER A FREQUENT-BUYER NUMBER: THE
      *     POINTS ITS NET MERCHANDISE EARNED ARE POSTED BACK NEGATED --
       REVERSE-REWARD-POINTS.
           MOVE WS-REWARD-CUSTOMER TO RP-CUSTOMER-NO
           COMPUTE RP-NET-AMOUNT = ZEROS - WS-VOID-AMOUNT
           CALL 'RWDPOST' USING REWARD-POST-PARAMS
           .
      *-----------------------------------------------------------------
       APPEND-VOID-REGISTER-ROW.
           OPEN EXTEND VOID-REGISTER
