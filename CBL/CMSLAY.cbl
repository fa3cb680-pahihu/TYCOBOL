      *    FLOOR), SO CMSPAY STILL PAYS THE CONSIGNOR CORRECTLY.
      *    "GNUMAIN CMSLAY REPORT" PRINTS THE OPEN-LAYAWAY LIST;
      *    "GNUMAIN CMSLAY FORFEIT 000123" FORFEITS AN ABANDONED ONE.
      *    "GNUMAIN CMSLAY 02" WORKS THE DESK AT THE SECOND STORE:
      *    THE CASH AND THE RELEASED SALE LAND ON THAT STORE'S DRAWER
      *    AND LEDGER ROWS (NO STORE = 01).
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT LAYAWAY-FILE
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
          88 MODE-IS-FORFEIT           VALUE 'FORFEIT'.
       01 WS-DESK-STORE        PIC X(2) VALUE '01'.
       01 WS-TODAY-YYMMDD      PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-BALANCE-DUE       PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-OPEN-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-OPEN-BALANCE      PIC S9(7)V9(2) VALUE ZEROS.
       COPY CUSTLKP.
       COPY SKUCHK.
       COPY PERCHK.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-CATEGORY          PIC X(4) VALUE SPACES.
       01 SC-FULL-PRICE        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-PAID-TO-DATE      PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-BALANCE-DUE       PIC S9(6)V9(2) VALUE ZEROS.
       01 SC-CUSTOMER-NO       PIC 9(6) VALUE ZEROS.
          03 LINE 08 COLUMN 20 PIC X(4)
                               FROM SC-CATEGORY.
          03 LINE 09 COLUMN 04 VALUE 'Full Price'.
          03 LINE 09 COLUMN 20 PIC ZZZ,ZZZ.9(2)
                               FROM SC-FULL-PRICE.
          03 LINE 11 COLUMN 02 VALUE 'Customer No.'.
          03 LINE 11 COLUMN 20 PIC 9(6)
          03 LINE 06 COLUMN 20 PIC X(30)
                               FROM SC-CUSTOMER-NAME.
          03 LINE 07 COLUMN 05 VALUE 'Full Price'.
          03 LINE 07 COLUMN 20 PIC ZZZ,ZZZ.9(2)
                               FROM SC-FULL-PRICE.
          03 LINE 08 COLUMN 02 VALUE 'Paid to Date'.
          03 LINE 08 COLUMN 20 PIC ZZ,ZZZ.9(2)
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-YYMMDD FROM DATE
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
      * --- NO LAYAWAY POSTS TO A MONTH THE BOOKS ALREADY REPORTED ----
           COMPUTE PK-PERIOD-YYMM =
               FUNCTION MOD(DF-YEAR, 100) * 100 + DF-MONTH
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF NOT MODE-IS-REPORT AND NOT MODE-IS-FORFEIT
                   AND WS-RUN-MODE NOT = SPACES
               MOVE WS-RUN-MODE(1:2) TO WS-DESK-STORE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ONE PICK/POST CYCLE PER CUSTOMER, LOOPED UNTIL F1, THE
           CLOSE TENANT-MASTER
           MOVE LA-FULL-PRICE TO CC-SALE-PRICE
           CALL 'COMMCALC' USING COMMISSION-CALC-PARAMS
           MOVE WS-TODAY-CCYYMMDD  TO SL-DATE-OF-SALE
           MOVE LA-TENANT-ID       TO SL-TENANT-ID
           MOVE LA-CATEGORY        TO SL-CATEGORY
           MOVE LA-FULL-PRICE      TO SL-FULL-PRICE
           MOVE WS-RECEIPT-NO      TO SL-RECEIPT-NO
           MOVE 1                  TO SL-LINE-NO
           MOVE '01'               TO SL-REGISTER-ID
           MOVE WS-DESK-STORE      TO SL-STORE-ID
           MOVE SPACES             TO SL-COUPON-CODE
           MOVE ZEROS              TO SL-COUPON-AMOUNT
           MOVE SPACE              TO SL-COUPON-ABSORBED-BY
           COMPUTE SL-TIME-OF-SALE =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           OPEN I-O SALES-LEDGER
           END-WRITE
           CLOSE SALES-LEDGER
           .
      * --- KEEP THE INVENTORY RECORD IN STEP WITH THE LAYAWAY: ONE
      *     UNIT HELD ('L') WHILE OPEN, DELIVERED ('S') ON RELEASE, AND
      *     BACK ON THE FLOOR ('A') WHEN A LAYAWAY IS FORFEITED.
      *     ITMQTY MOVES THE UNIT AND WORKS OUT THE TAG'S STATUS -------
       SET-ITEM-STATUS.
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS = '00'
                       CONTINUE
               END-READ
               IF WS-IS-STATUS = '00'
                   MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
                   EVALUATE WS-NEW-ITEM-STATUS
                       WHEN 'L'
                           SET IQ-RESERVE-ONE TO TRUE
                       WHEN 'S'
                           SET IQ-DELIVER-ONE TO TRUE
                       WHEN OTHER
                           SET IQ-RELEASE-ONE TO TRUE
                   END-EVALUATE
                   ACCEPT IQ-SALE-DATE FROM DATE YYYYMMDD
                   MOVE WS-RECEIPT-NO TO IQ-RECEIPT-NO
                   CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
                   IF IQ-IS-DONE
                       REWRITE ITEM-SKU-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'R' TO IJ-OPERATION
                               MOVE 'CMSLAY' TO IJ-PROGRAM
                               MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                               MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                               MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                               CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE ITEM-SKU
           END-IF
           END-IF
           MOVE WS-TODAY-YYMMDD      TO DE-DATE
           MOVE '01'                 TO DE-REGISTER-ID
           MOVE WS-DESK-STORE        TO DE-STORE-ID
           MOVE 'L'                  TO DE-TYPE
           MOVE SC-PAYMENT-AMOUNT    TO DE-AMOUNT
           MOVE SPACES TO WS-LAY-REASON
