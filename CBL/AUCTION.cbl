       01 WS-NEW-LOT-NO        PIC 9(4) VALUE ZEROS.
       01 WS-NEW-BIDDER-NO     PIC 9(4) VALUE ZEROS.
       01 WS-RECEIPT-NO        PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-SHEET-LINE        PIC X(70) VALUE SPACES.
       01 WS-PRICE-SHOW        PIC ZZZ,ZZ9.99.
       01 WS-SHEET-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-TX-STATUS         PIC XX VALUE '00'.
       01 WS-TX-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-TX-TABLE.
          03 WS-TX-ENTRY       OCCURS 60 TIMES INDEXED BY TX-IDX.
             05 WS-TX-CODE          PIC X(4).
             05 WS-TX-RATE          PIC 9(2)V9(3).
             05 WS-TX-EXEMPT        PIC X.
             05 WS-TX-EFFECTIVE     PIC 9(8).
       01 WS-TX-HIT            PIC 9(2) VALUE ZEROS.
       01 WS-TX-AS-OF          PIC 9(8) VALUE ZEROS.
       01 WS-HAMMER-TAX        PIC 9(6)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       COPY COMMCALC.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
       01 SC-BIDDER-NO         PIC 9(4) VALUE ZEROS.
       01 SC-BIDDER-NAME       PIC X(30) VALUE SPACES.
       01 SC-BIDDER-PHONE      PIC X(20) VALUE SPACES.
       01 SC-HAMMER-PRICE      PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
                               REVERSE-VIDEO
                               USING SC-BIDDER-NO.
          03 LINE 11 COLUMN 02 VALUE 'Hammer Price'.
          03 LINE 11 COLUMN 16 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-HAMMER-PRICE.
          03 LINE 14 COLUMN 07 VALUE 'Message:'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
                           ' IS NOT ON THE FLOOR'
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
                   PERFORM GET-NEXT-LOT-NO
                   PERFORM OPEN-AUCTION-CATALOG
                   MOVE WS-NEW-LOT-NO TO AU-LOT-NO
                   REWRITE ITEM-SKU-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'R' TO IJ-OPERATION
                           MOVE 'AUCTION' TO IJ-PROGRAM
                           MOVE 'AUC' TO IJ-OPERATOR
                           MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                           MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                           CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   END-REWRITE
                   DISPLAY 'SKU ' IS-SKU ' CATALOGED AS LOT '
                           WS-NEW-LOT-NO
               CLOSE ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           PERFORM GET-NEXT-SALE-RECEIPT-NO
           MOVE ZEROS TO CC-TENANT-PCT
           IF IS-TENANT-ID > ZEROS
           END-IF
           MOVE SC-HAMMER-PRICE TO CC-SALE-PRICE
           CALL 'COMMCALC' USING COMMISSION-CALC-PARAMS
           MOVE WS-TODAY-CCYYMMDD  TO SL-DATE-OF-SALE
           MOVE IS-TENANT-ID       TO SL-TENANT-ID
           MOVE IS-CATEGORY        TO SL-CATEGORY
           MOVE IS-FULL-PRICE      TO SL-FULL-PRICE
           MOVE WS-RECEIPT-NO      TO SL-RECEIPT-NO
           MOVE 1                  TO SL-LINE-NO
           MOVE '01'               TO SL-REGISTER-ID
      * --- THE HAMMERED LOT IS SOLD AT THE STORE IT WAS ON THE FLOOR OF
           MOVE IS-STORE-ID        TO SL-STORE-ID
           MOVE SPACES             TO SL-COUPON-CODE
           MOVE ZEROS              TO SL-COUPON-AMOUNT
           MOVE SPACE              TO SL-COUPON-ABSORBED-BY
           COMPUTE SL-TIME-OF-SALE =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           OPEN I-O SALES-LEDGER
           END-WRITE
           CLOSE SALES-LEDGER
           SET IS-IS-SOLD TO TRUE
           ACCEPT IS-SOLD-DATE FROM DATE YYYYMMDD
           MOVE WS-RECEIPT-NO TO IS-LEDGER-REF
           MOVE SPACES TO IS-HOLD-FOR IS-HOLD-OPERATOR
           MOVE ZEROS  TO IS-HOLD-UNTIL
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'AUCTION' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
           END-REWRITE
           CLOSE ITEM-SKU
           SET AU-IS-SOLD TO TRUE
           END-READ
           .
       STORE-TAX-ENTRY.
           IF WS-TX-COUNT < 60
               ADD 1 TO WS-TX-COUNT
               MOVE TX-CATEGORY-CODE TO WS-TX-CODE(WS-TX-COUNT)
               MOVE TX-TAX-RATE      TO WS-TX-RATE(WS-TX-COUNT)
               MOVE TX-EXEMPT-FLAG   TO WS-TX-EXEMPT(WS-TX-COUNT)
               MOVE ZEROS            TO WS-TX-EFFECTIVE(WS-TX-COUNT)
               IF TX-EFFECTIVE-DATE IS NUMERIC
                   MOVE TX-EFFECTIVE-DATE
                       TO WS-TX-EFFECTIVE(WS-TX-COUNT)
               END-IF
           END-IF
           PERFORM READ-TAX-TABLE
           .
      * --- THE RATE IN FORCE TODAY: LATEST EFFECTIVE DATE NOT AFTER
      *     THE AUCTION DATE, THE SAME PICK CMSPLN MAKES ---------------
       CALC-HAMMER-TAX.
           MOVE ZEROS TO WS-HAMMER-TAX
           MOVE WS-TODAY-CCYYMMDD TO WS-TX-AS-OF
           SET TAX-ROW-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-TX-HIT
           PERFORM SCAN-TAX-TABLE
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TX-COUNT
           IF TAX-ROW-FOUND
               IF WS-TX-EXEMPT(WS-TX-HIT) NOT = 'Y'
                   COMPUTE WS-HAMMER-TAX ROUNDED =
                       SC-HAMMER-PRICE * WS-TX-RATE(WS-TX-HIT) / 100
               END-IF
           END-IF
           .
       SCAN-TAX-TABLE.
           IF WS-TX-CODE(TX-IDX) = IS-CATEGORY
                   AND WS-TX-EFFECTIVE(TX-IDX) <= WS-TX-AS-OF
               IF TAX-ROW-NOT-FOUND
                   SET TAX-ROW-FOUND TO TRUE
                   SET WS-TX-HIT TO TX-IDX
               ELSE
                   IF WS-TX-EFFECTIVE(TX-IDX)
                           >= WS-TX-EFFECTIVE(WS-TX-HIT)
                       SET WS-TX-HIT TO TX-IDX
                   END-IF
               END-IF
           END-IF
           .
       GET-NEXT-SALE-RECEIPT-NO.
