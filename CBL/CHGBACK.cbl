       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CHGBACK -- CARD CHARGEBACK AND DISPUTE PROCESSING.  WHAT
      *    NSFREV DOES FOR A BOUNCED CHECK, FOR A CARD SALE THE
      *    CUSTOMER DISPUTED WITH THE PROCESSOR:
      *      "GNUMAIN CHGBACK OPEN 000456 [MMDDYYYY]" FILES THE
      *      DISPUTE AGAINST RECEIPT 000456 ON THE DISPUTES REGISTER
      *      WITH THE PROCESSOR'S RESPOND-BY DATE (DEFAULT TEN DAYS
      *      OUT) AND MARKS EVERY CARD-TENDERED SALE ROW OF THE
      *      RECEIPT DISPUTED, SO THE NEXT CMSPAY RUN HOLDS THE
      *      CONSIGNOR'S COMMISSION ON THOSE ROWS.
      *      "GNUMAIN CHGBACK WON 000456" CLOSES IT IN OUR FAVOR: THE
      *      ROWS COME OFF DISPUTE AND ANY HOLD IS PAID BACK.
      *      "GNUMAIN CHGBACK LOST 000456 15.00 [Y]" CLOSES IT LOST:
      *      EVERY DISPUTED ROW GETS AN OFFSETTING RETURN ROW, THE
      *      PROCESSOR'S 15.00 CHARGEBACK FEE IS FILED ON THE GL
      *      JOURNAL, AND WITH 'Y' THE MERCHANDISE CAME BACK AND GOES
      *      BACK ON THE FLOOR.
      *      "GNUMAIN CHGBACK AGING" SPOOLS 'DISPAGE', THE OPEN
      *      DISPUTES IN RESPOND-BY ORDER, AND ENDS WITH RETURN CODE 1
      *      WHEN ANY IS PAST ITS DEADLINE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
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
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT GL-ACCOUNT-TABLE
               ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  DISPUTE-REGISTER.
       COPY DISPUTES.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  GL-ACCOUNT-TABLE.
       COPY GLACCTS.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-DP-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-GL-STATUS         PIC XX VALUE '00'.
       01 WS-GJ-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-RECEIPT-ROWS    VALUE 1.
          03 WS-DP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DISPUTES        VALUE 1.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-GL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GL-TABLE        VALUE 1.
          03 WS-DISPUTE-SW     PIC 9 VALUE 0.
             88 DISPUTE-ON-FILE        VALUE 1.
             88 DISPUTE-NOT-ON-FILE    VALUE 0.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-OPEN              VALUE 'OPEN'.
          88 MODE-IS-WON               VALUE 'WON'.
          88 MODE-IS-LOST              VALUE 'LOST'.
          88 MODE-IS-AGING             VALUE 'AGING'.
       01 WS-TARGET-RECEIPT    PIC 9(6) VALUE ZEROS.
      * --- A PROCESSOR'S RESPONSE WINDOW AND CHARGEBACK FEE WHEN THE
      *     OPERATOR DOES NOT KEY ONE FROM THE NOTICE -----------------
       01 WS-RESPONSE-DAYS     PIC 9(3) VALUE 10.
       01 WS-CHARGEBACK-FEE    PIC 9(4)V9(2) VALUE 15.00.
       01 WS-ITEM-BACK-SW      PIC X VALUE 'N'.
          88 MERCHANDISE-CAME-BACK     VALUE 'Y'.
      * --- DATES: TODAY, THE RESPOND-BY DATE, AND THE CONVERSIONS ----
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-CURRENT-YYMM      PIC 9(4) VALUE ZEROS.
       01 WS-RESPOND-ISO       PIC 9(8) VALUE ZEROS.
       01 WS-RESPOND-INT       PIC S9(8) COMP.
       01 WS-CONV-MMDDYYYY     PIC 9(8) VALUE ZEROS.
       01 WS-CONV-DT REDEFINES WS-CONV-MMDDYYYY.
          03 WS-CONV-MM        PIC 9(2).
          03 WS-CONV-DD        PIC 9(2).
          03 WS-CONV-YYYY      PIC 9(4).
       01 WS-CONV-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-CONV-INT          PIC S9(8) COMP.
       01 WS-DAYS-OPEN         PIC S9(5) VALUE ZEROS.
       01 WS-DAYS-LEFT         PIC S9(5) VALUE ZEROS.
      * --- THE RECEIPT'S CARD ROWS AS THEY ARE MARKED OR SETTLED -----
       01 WS-ROW-CARD-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-CARD-TOTAL        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-COMM-TOTAL        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-SALE-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-ROWS-MARKED       PIC 9(2) VALUE ZEROS.
       01 WS-ROWS-HELD         PIC 9(2) VALUE ZEROS.
       01 WS-ITEMS-RESTORED    PIC 9(3) VALUE ZEROS.
       01 WS-REV-IDX           PIC 9(2) VALUE ZEROS.
       01 WS-REV-TABLE.
          03 WS-REV-ROW        OCCURS 20 TIMES PIC X(146).
      * --- THE TWO JOURNAL ACCOUNTS THE CHARGEBACK FEE POSTS TO, OFF
      *     THE GLACCTS CHART (SOURCE 'CBFE' FOR THE FEE EXPENSE) -----
       01 WS-CASH-ACCT         PIC 9(4) VALUE 1000.
       01 WS-CASH-NAME         PIC X(20) VALUE 'Cash on Hand'.
       01 WS-CBFE-ACCT         PIC 9(4) VALUE 6150.
       01 WS-CBFE-NAME         PIC X(20) VALUE 'Chargeback Fees'.
      * --- AGING LIST -------------------------------------------------
       01 WS-OPEN-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-PAST-DUE-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-OPEN-CARD-TOTAL   PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-OPEN-COMM-TOTAL   PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-EDIT-DATE         PIC 99/99/9999.
       01 WS-EDIT-DAYS         PIC ZZZ9.
       01 WS-EDIT-LEFT         PIC -ZZZ9.
       01 WS-EDIT-AMOUNT       PIC ZZZZZ9.99.
       01 WS-EDIT-TOTAL        PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT        PIC ZZZ9.
       COPY DATEFMT.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           COMPUTE WS-CURRENT-YYMM =
               FUNCTION MOD(DF-YEAR, 100) * 100 + DF-MONTH
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-RECEIPT
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-OPEN AND ARGC >= 2
                   PERFORM GET-RESPOND-BY-DATE
                   IF RETURN-CODE = ZEROS
                       PERFORM OPEN-DISPUTE
                   END-IF
               WHEN MODE-IS-WON AND ARGC >= 2
                   PERFORM CLOSE-DISPUTE-WON
               WHEN MODE-IS-LOST AND ARGC >= 2
                   IF ARGC >= 3
                       MOVE FUNCTION NUMVAL(ARGV(3))
                           TO WS-CHARGEBACK-FEE
                   END-IF
                   IF ARGC >= 4
                       MOVE ARGV(4)(1:1) TO WS-ITEM-BACK-SW
                       INSPECT WS-ITEM-BACK-SW
                           CONVERTING 'y' TO 'Y'
                   END-IF
                   PERFORM CLOSE-DISPUTE-LOST
               WHEN MODE-IS-AGING
                   PERFORM PRINT-DISPUTE-AGING
               WHEN OTHER
                   DISPLAY 'USE: CHGBACK OPEN <RECEIPT> [MMDDYYYY]  '
                           'OR  CHGBACK WON <RECEIPT>'
                   DISPLAY '     CHGBACK LOST <RECEIPT> [FEE] [Y]  '
                           'OR  CHGBACK AGING'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE PROCESSOR'S NOTICE GIVES A RESPOND-BY DATE; WITHOUT
      *     ONE THE DISPUTE IS DUE TEN DAYS FROM TODAY ----------------
       GET-RESPOND-BY-DATE.
           IF ARGC >= 3
               MOVE ARGV(3)(1:8) TO WS-CONV-MMDDYYYY
               PERFORM CONVERT-TO-ISO
               IF WS-CONV-ISO = ZEROS
                   DISPLAY 'RESPOND-BY DATE MUST BE MMDDYYYY'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CONV-ISO TO WS-RESPOND-ISO
           ELSE
               COMPUTE WS-RESPOND-INT = WS-TODAY-INT + WS-RESPONSE-DAYS
               COMPUTE WS-RESPOND-ISO =
                   FUNCTION DATE-OF-INTEGER(WS-RESPOND-INT)
           END-IF
           .
      * --- MMDDYYYY IN WS-CONV-MMDDYYYY TO CCYYMMDD IN WS-CONV-ISO;
      *     ZERO WHEN IT IS NOT A REAL DATE ---------------------------
       CONVERT-TO-ISO.
           MOVE ZEROS TO WS-CONV-ISO
           IF WS-CONV-MMDDYYYY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-YYYY TO WS-CONV-ISO(1:4)
           MOVE WS-CONV-MM   TO WS-CONV-ISO(5:2)
           MOVE WS-CONV-DD   TO WS-CONV-ISO(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-ISO) NOT = ZEROS
               MOVE ZEROS TO WS-CONV-ISO
           END-IF
           .
       CONVERT-FROM-ISO.
           MOVE WS-CONV-ISO(1:4) TO WS-CONV-YYYY
           MOVE WS-CONV-ISO(5:2) TO WS-CONV-MM
           MOVE WS-CONV-ISO(7:2) TO WS-CONV-DD
           .
      *-----------------------------------------------------------------
      * --- OPEN: ONE DISPUTE PER RECEIPT.  EVERY LIVE CARD-TENDERED
      *     SALE ROW ON IT IS MARKED 'D' FOR CMSPAY TO HOLD ------------
       OPEN-DISPUTE.
           PERFORM OPEN-DISPUTE-REGISTER
           PERFORM READ-DISPUTE
           IF DISPUTE-ON-FILE
               DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT
                       ' IS ALREADY ON THE DISPUTE REGISTER'
               MOVE 1 TO RETURN-CODE
               CLOSE DISPUTE-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CARD-TOTAL WS-COMM-TOTAL WS-ROWS-MARKED
           MOVE ZEROS TO WS-SALE-DATE
           PERFORM START-RECEIPT-ROWS
           PERFORM MARK-ONE-DISPUTED-ROW UNTIL END-OF-RECEIPT-ROWS
           CLOSE SALES-LEDGER
           IF WS-ROWS-MARKED = ZEROS
               DISPLAY 'NO CARD-TENDERED SALE ROWS ON RECEIPT '
                       WS-TARGET-RECEIPT
               MOVE 1 TO RETURN-CODE
               CLOSE DISPUTE-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-RECEIPT TO DP-RECEIPT-NO
           MOVE WS-SALE-DATE      TO DP-SALE-DATE
           MOVE WS-TODAY-ISO      TO DP-OPENED-DATE
           MOVE WS-RESPOND-ISO    TO DP-RESPOND-BY
           MOVE WS-CARD-TOTAL     TO DP-CARD-AMOUNT
           MOVE WS-COMM-TOTAL     TO DP-COMMISSION
           MOVE WS-ROWS-MARKED    TO DP-ROW-COUNT
           SET DP-IS-OPEN TO TRUE
           MOVE ZEROS             TO DP-CLOSED-DATE
           MOVE ZEROS             TO DP-CHARGEBACK-FEE
           MOVE 'N'               TO DP-ITEM-RETURNED
           MOVE ZEROS             TO DP-DEBIT-DATE
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO FILE DISPUTE FOR RECEIPT '
                           WS-TARGET-RECEIPT
                   MOVE 1 TO RETURN-CODE
           END-WRITE
           CLOSE DISPUTE-REGISTER
           MOVE WS-RESPOND-ISO TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           DISPLAY 'DISPUTE OPENED -- RECEIPT ' WS-TARGET-RECEIPT
                   ' CARD ' WS-CARD-TOTAL
           DISPLAY WS-ROWS-MARKED ' ROW(S) MARKED DISPUTED, COMMISSION '
                   WS-COMM-TOTAL ' HELD FROM THE NEXT PAYOUT'
           DISPLAY 'RESPOND TO THE PROCESSOR BY ' WS-EDIT-DATE
           .
       MARK-ONE-DISPUTED-ROW.
           MOVE ZEROS TO WS-ROW-CARD-AMOUNT
           IF SL-TENDER-1-CARD
               ADD SL-TENDER-1-AMOUNT TO WS-ROW-CARD-AMOUNT
           END-IF
           IF SL-TENDER-2-CARD
               ADD SL-TENDER-2-AMOUNT TO WS-ROW-CARD-AMOUNT
           END-IF
           IF SL-IS-SALE
                   AND NOT SL-IS-VOIDED
                   AND NOT SL-IS-REFUNDED
                   AND NOT SL-IS-DISPUTED
                   AND WS-ROW-CARD-AMOUNT > ZEROS
                   AND WS-ROWS-MARKED < 20
               SET SL-DISPUTE-HOLD-DUE TO TRUE
               REWRITE SALES-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO MARK RECEIPT '
                               SL-RECEIPT-NO ' LINE ' SL-LINE-NO
               END-REWRITE
               ADD 1 TO WS-ROWS-MARKED
               ADD WS-ROW-CARD-AMOUNT TO WS-CARD-TOTAL
               ADD SL-COMMISSION TO WS-COMM-TOTAL
               MOVE SL-DATE-OF-SALE TO WS-SALE-DATE
           END-IF
           PERFORM READ-RECEIPT-ROW
           .
      *-----------------------------------------------------------------
      * --- WON: THE SALE STANDS.  A ROW NOT YET HELD GOES STRAIGHT
      *     BACK TO NORMAL; A HELD ROW GOES TO 'W' SO THE NEXT CMSPAY
      *     RUN PAYS THE HOLD BACK -----------------------------------
       CLOSE-DISPUTE-WON.
           PERFORM FIND-OPEN-DISPUTE
           IF RETURN-CODE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-ROWS-MARKED WS-ROWS-HELD
           PERFORM START-RECEIPT-ROWS
           PERFORM RELEASE-ONE-WON-ROW UNTIL END-OF-RECEIPT-ROWS
           CLOSE SALES-LEDGER
           SET DP-IS-WON TO TRUE
           MOVE WS-TODAY-ISO TO DP-CLOSED-DATE
           PERFORM REWRITE-DISPUTE
           CLOSE DISPUTE-REGISTER
           DISPLAY 'DISPUTE WON -- RECEIPT ' WS-TARGET-RECEIPT
                   ', ' WS-ROWS-MARKED ' ROW(S) OFF DISPUTE'
           IF WS-ROWS-HELD > ZEROS
               DISPLAY 'HELD COMMISSION ON ' WS-ROWS-HELD
                       ' ROW(S) IS PAID BACK ON THE NEXT PAYOUT'
           END-IF
           .
       RELEASE-ONE-WON-ROW.
           IF SL-IS-DISPUTED AND NOT SL-DISPUTE-RELEASE-DUE
               IF SL-DISPUTE-HOLD-TAKEN
                   MOVE 'W' TO SL-REFUNDED-FLAG
                   ADD 1 TO WS-ROWS-HELD
               ELSE
                   MOVE 'N' TO SL-REFUNDED-FLAG
               END-IF
               REWRITE SALES-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO RELEASE RECEIPT '
                               SL-RECEIPT-NO ' LINE ' SL-LINE-NO
               END-REWRITE
               ADD 1 TO WS-ROWS-MARKED
           END-IF
           PERFORM READ-RECEIPT-ROW
           .
      *-----------------------------------------------------------------
      * --- LOST: THE MONEY IS GONE.  EACH DISPUTED ROW IS FLAGGED
      *     TAKEN BACK ('L' IF CMSPAY HELD IT, SO THE HOLD IS PAID
      *     BACK AND THE REVERSAL TAKES THE COMMISSION INSTEAD) AND
      *     GETS AN OFFSETTING RETURN ROW, THE SAME AS NSFREV DOES
      *     FOR A BOUNCED CHECK ----------------------------------------
       CLOSE-DISPUTE-LOST.
           PERFORM FIND-OPEN-DISPUTE
           IF RETURN-CODE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-ROWS-MARKED WS-CARD-TOTAL
           PERFORM START-RECEIPT-ROWS
           PERFORM COLLECT-ONE-LOST-ROW UNTIL END-OF-RECEIPT-ROWS
           CLOSE SALES-LEDGER
           IF WS-ROWS-MARKED > ZEROS
               PERFORM APPEND-CHARGEBACK-REVERSALS
           END-IF
           IF MERCHANDISE-CAME-BACK
               PERFORM RESTORE-RECEIPT-ITEMS
           END-IF
           IF WS-CHARGEBACK-FEE > ZEROS
               PERFORM FILE-CHARGEBACK-FEE-JOURNAL
           END-IF
           SET DP-IS-LOST TO TRUE
           MOVE WS-TODAY-ISO      TO DP-CLOSED-DATE
           MOVE WS-CHARGEBACK-FEE TO DP-CHARGEBACK-FEE
           MOVE WS-ITEM-BACK-SW   TO DP-ITEM-RETURNED
           PERFORM REWRITE-DISPUTE
           CLOSE DISPUTE-REGISTER
           DISPLAY 'DISPUTE LOST -- RECEIPT ' WS-TARGET-RECEIPT
                   ', ' WS-ROWS-MARKED ' ROW(S) REVERSED TOTALING '
                   WS-CARD-TOTAL
           DISPLAY 'CHARGEBACK FEE FILED ON THE GL JOURNAL: '
                   WS-CHARGEBACK-FEE
           IF MERCHANDISE-CAME-BACK
               DISPLAY WS-ITEMS-RESTORED
                       ' ITEM(S) BACK IN INVENTORY'
           END-IF
           .
       COLLECT-ONE-LOST-ROW.
           IF SL-IS-DISPUTED AND NOT SL-DISPUTE-RELEASE-DUE
               IF SL-DISPUTE-HOLD-TAKEN
                   MOVE 'L' TO SL-REFUNDED-FLAG
               ELSE
                   MOVE 'Y' TO SL-REFUNDED-FLAG
               END-IF
               REWRITE SALES-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO REVERSE RECEIPT '
                               SL-RECEIPT-NO ' LINE ' SL-LINE-NO
               END-REWRITE
               ADD 1 TO WS-ROWS-MARKED
               ADD SL-SALE-PRICE TO WS-CARD-TOTAL
               MOVE SALES-LEDGER-RECORD TO WS-REV-ROW(WS-ROWS-MARKED)
           END-IF
           PERFORM READ-RECEIPT-ROW
           .
       APPEND-CHARGEBACK-REVERSALS.
           OPEN I-O SALES-LEDGER
           PERFORM APPEND-ONE-REVERSAL-ROW
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-ROWS-MARKED
           CLOSE SALES-LEDGER
           .
      * --- REVERSAL ROWS TAKE LINE NUMBERS 70 UP, CLEAR OF THE
      *     RECEIPT'S OWN LINES AND OF NSFREV'S 50S --------------------
       APPEND-ONE-REVERSAL-ROW.
           MOVE WS-REV-ROW(WS-REV-IDX) TO SALES-LEDGER-RECORD
           MOVE 'R'   TO SL-TRANS-TYPE
           MOVE 'N'   TO SL-REFUNDED-FLAG
           MOVE 'CBK' TO SL-OPERATOR-ID
           COMPUTE SL-LINE-NO = 70 + WS-REV-IDX
           MOVE WS-TODAY-ISO TO SL-DATE-OF-SALE
           COMPUTE SL-TIME-OF-SALE =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           WRITE SALES-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE REVERSAL KEY -- RECEIPT '
                           SL-RECEIPT-NO ' LINE ' SL-LINE-NO
           END-WRITE
           .
      * --- THE ITEMS THE RECEIPT SOLD POINT BACK AT IT THROUGH
      *     IS-LEDGER-REF: WHEN THE CUSTOMER SENT THEM BACK, EACH ONE
      *     GOES BACK ON THE FLOOR THROUGH ITMQTY, AS POSTVOID DOES ---
       RESTORE-RECEIPT-ITEMS.
           SET WS-IS-EOF-SW TO 0
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IS-SKU
           START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
               INVALID KEY
                   SET END-OF-ITEM-SKU TO TRUE
           END-START
           PERFORM READ-ITEM-SKU
           PERFORM RESTORE-ONE-ITEM UNTIL END-OF-ITEM-SKU
           CLOSE ITEM-SKU
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
       RESTORE-ONE-ITEM.
           IF IS-LEDGER-REF = WS-TARGET-RECEIPT
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
                       MOVE 'CHGBACK' TO IJ-PROGRAM
                       MOVE 'CBK' TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
               END-REWRITE
               ADD 1 TO WS-ITEMS-RESTORED
           END-IF
           PERFORM READ-ITEM-SKU
           .
      * --- THE PROCESSOR TAKES ITS FEE STRAIGHT OUT OF THE ACCOUNT:
      *     DEBIT CHARGEBACK FEES, CREDIT CASH, FILED ON GLJRNL TAGGED
      *     'CHGBACK' SO A GLPOST RERUN OF THE MONTH KEEPS IT ----------
       FILE-CHARGEBACK-FEE-JOURNAL.
           PERFORM LOAD-CHARGEBACK-ACCOUNTS
           OPEN EXTEND GL-JOURNAL
           IF WS-GJ-STATUS = '05' OR WS-GJ-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
               CLOSE GL-JOURNAL
               OPEN EXTEND GL-JOURNAL
           END-IF
           MOVE WS-CBFE-ACCT      TO GJ-ACCOUNT-NO
           MOVE WS-CBFE-NAME      TO GJ-ACCOUNT-NAME
           MOVE WS-CHARGEBACK-FEE TO GJ-DEBIT
           MOVE ZEROS             TO GJ-CREDIT
           PERFORM WRITE-JOURNAL-ROW
           MOVE WS-CASH-ACCT      TO GJ-ACCOUNT-NO
           MOVE WS-CASH-NAME      TO GJ-ACCOUNT-NAME
           MOVE ZEROS             TO GJ-DEBIT
           MOVE WS-CHARGEBACK-FEE TO GJ-CREDIT
           PERFORM WRITE-JOURNAL-ROW
           CLOSE GL-JOURNAL
           .
       WRITE-JOURNAL-ROW.
           MOVE WS-CURRENT-YYMM TO GJ-PERIOD-YYMM
           MOVE DF-MMDDYYYY     TO GJ-RUN-DATE
           MOVE 'CHGBACK'       TO GJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           .
      * --- THE CHART'S CASH AND 'CBFE' ROWS, WHEN THE BOOKKEEPER HAS
      *     THEM; OTHERWISE THE DEFAULT ACCOUNTS STAND ----------------
       LOAD-CHARGEBACK-ACCOUNTS.
           SET WS-GL-EOF-SW TO 0
           OPEN INPUT GL-ACCOUNT-TABLE
           IF WS-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-GL-TABLE
           PERFORM TAKE-ONE-GL-ROW UNTIL END-OF-GL-TABLE
           CLOSE GL-ACCOUNT-TABLE
           .
       READ-GL-TABLE.
           READ GL-ACCOUNT-TABLE NEXT RECORD
               AT END
                   SET END-OF-GL-TABLE TO TRUE
           END-READ
           .
       TAKE-ONE-GL-ROW.
           EVALUATE GL-SOURCE-CODE
               WHEN 'CASH'
                   MOVE GL-ACCOUNT-NO   TO WS-CASH-ACCT
                   MOVE GL-ACCOUNT-NAME TO WS-CASH-NAME
               WHEN 'CBFE'
                   MOVE GL-ACCOUNT-NO   TO WS-CBFE-ACCT
                   MOVE GL-ACCOUNT-NAME TO WS-CBFE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-GL-TABLE
           .
      *-----------------------------------------------------------------
      * --- THE OPEN DISPUTES, EARLIEST DEADLINE FIRST, WITH HOW LONG
      *     EACH HAS BEEN OPEN AND HOW MANY DAYS ARE LEFT TO ANSWER ---
       PRINT-DISPUTE-AGING.
           SET WS-DP-EOF-SW TO 0
           OPEN INPUT DISPUTE-REGISTER
           IF WS-DP-STATUS NOT = '00'
               DISPLAY 'NO DISPUTES ON FILE'
               EXIT PARAGRAPH
           END-IF
           SET SP-OP-OPEN TO TRUE
           MOVE 'DISPAGE' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE DF-MMDDYYYY TO WS-EDIT-DATE
           STRING '        CARD DISPUTE AGING AS OF ' WS-EDIT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'RECEIPT'    TO WS-RPT-LINE
           MOVE 'OPENED'     TO WS-RPT-LINE(9:6)
           MOVE 'RESPOND BY' TO WS-RPT-LINE(21:10)
           MOVE 'OPEN'       TO WS-RPT-LINE(33:4)
           MOVE 'LEFT'       TO WS-RPT-LINE(39:4)
           MOVE 'CARD AMT'   TO WS-RPT-LINE(46:8)
           MOVE 'COMMISSION' TO WS-RPT-LINE(56:10)
           MOVE 'DEBITED'    TO WS-RPT-LINE(73:7)
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO DP-RESPOND-BY
           START DISPUTE-REGISTER KEY IS NOT LESS THAN DP-RESPOND-BY
               INVALID KEY
                   SET END-OF-DISPUTES TO TRUE
           END-START
           IF NOT END-OF-DISPUTES
               PERFORM READ-NEXT-DISPUTE
           END-IF
           PERFORM LIST-ONE-DISPUTE UNTIL END-OF-DISPUTES
           CLOSE DISPUTE-REGISTER
           PERFORM EMIT-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE WS-OPEN-CARD-TOTAL TO WS-EDIT-TOTAL
           STRING 'OPEN DISPUTES: ' WS-EDIT-COUNT
               '   CARD AMOUNT IN DISPUTE: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-OPEN-COMM-TOTAL TO WS-EDIT-TOTAL
           STRING 'CONSIGNOR COMMISSION ON HOLD: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-PAST-DUE-COUNT > ZEROS
               MOVE WS-PAST-DUE-COUNT TO WS-EDIT-COUNT
               STRING '*** ' WS-EDIT-COUNT
                   ' DISPUTE(S) PAST THE RESPOND-BY DATE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-NEXT-DISPUTE.
           READ DISPUTE-REGISTER NEXT RECORD
               AT END
                   SET END-OF-DISPUTES TO TRUE
           END-READ
           .
       LIST-ONE-DISPUTE.
           IF NOT DP-IS-OPEN
               PERFORM READ-NEXT-DISPUTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD DP-CARD-AMOUNT TO WS-OPEN-CARD-TOTAL
           ADD DP-COMMISSION  TO WS-OPEN-COMM-TOTAL
           MOVE DP-OPENED-DATE TO WS-CONV-ISO
           COMPUTE WS-DAYS-OPEN =
               WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-CONV-ISO)
           MOVE DP-RESPOND-BY TO WS-CONV-ISO
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CONV-ISO) - WS-TODAY-INT
           MOVE DP-RECEIPT-NO TO WS-RPT-LINE(1:6)
           MOVE DP-OPENED-DATE TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-RPT-LINE(9:10)
           MOVE DP-RESPOND-BY TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-RPT-LINE(21:10)
           MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO WS-RPT-LINE(33:4)
           MOVE WS-DAYS-LEFT TO WS-EDIT-LEFT
           MOVE WS-EDIT-LEFT TO WS-RPT-LINE(38:5)
           MOVE DP-CARD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE(45:9)
           MOVE DP-COMMISSION TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE(57:9)
           IF WS-DAYS-LEFT < ZEROS
               MOVE 'PAST DUE' TO WS-RPT-LINE(67:8)
               ADD 1 TO WS-PAST-DUE-COUNT
           ELSE
               IF WS-DAYS-LEFT <= 3
                   MOVE 'DUE SOON' TO WS-RPT-LINE(67:8)
               END-IF
           END-IF
           IF DP-DEBIT-DATE > ZEROS
               MOVE 'YES' TO WS-RPT-LINE(77:3)
           ELSE
               MOVE 'NO'  TO WS-RPT-LINE(77:2)
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM READ-NEXT-DISPUTE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
      *-----------------------------------------------------------------
       OPEN-DISPUTE-REGISTER.
           OPEN I-O DISPUTE-REGISTER
           IF WS-DP-STATUS = '35'
               OPEN OUTPUT DISPUTE-REGISTER
               CLOSE DISPUTE-REGISTER
               OPEN I-O DISPUTE-REGISTER
           END-IF
           .
       READ-DISPUTE.
           SET DISPUTE-NOT-ON-FILE TO TRUE
           MOVE WS-TARGET-RECEIPT TO DP-RECEIPT-NO
           READ DISPUTE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DISPUTE-ON-FILE TO TRUE
           END-READ
           .
      * --- WON AND LOST BOTH NEED THE DISPUTE ON FILE AND STILL OPEN;
      *     THE REGISTER IS LEFT OPEN FOR THE CLOSING REWRITE ----------
       FIND-OPEN-DISPUTE.
           OPEN I-O DISPUTE-REGISTER
           IF WS-DP-STATUS NOT = '00'
               DISPLAY 'NO DISPUTES ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISPUTE
           IF DISPUTE-NOT-ON-FILE
               DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT
                       ' IS NOT ON THE DISPUTE REGISTER'
               MOVE 1 TO RETURN-CODE
               CLOSE DISPUTE-REGISTER
               EXIT PARAGRAPH
           END-IF
           IF NOT DP-IS-OPEN
               DISPLAY 'DISPUTE ON RECEIPT ' WS-TARGET-RECEIPT
                       ' IS ALREADY CLOSED'
               MOVE 1 TO RETURN-CODE
               CLOSE DISPUTE-REGISTER
           END-IF
           .
       REWRITE-DISPUTE.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE DISPUTE FOR RECEIPT '
                           DP-RECEIPT-NO
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           .
      * --- THE RECEIPT'S LINES, IN LINE ORDER, ON THE LEDGER OPEN I-O;
      *     LEAVING THE RECEIPT ENDS THE SCAN -------------------------
       START-RECEIPT-ROWS.
           SET WS-SL-EOF-SW TO 0
           OPEN I-O SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               SET END-OF-RECEIPT-ROWS TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-RECEIPT TO SL-RECEIPT-NO
           MOVE ZEROS             TO SL-LINE-NO
           START SALES-LEDGER KEY IS NOT LESS THAN SL-RECEIPT-KEY
               INVALID KEY
                   SET END-OF-RECEIPT-ROWS TO TRUE
           END-START
           IF NOT END-OF-RECEIPT-ROWS
               PERFORM READ-RECEIPT-ROW
           END-IF
           .
       READ-RECEIPT-ROW.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-RECEIPT-ROWS TO TRUE
           END-READ
           IF NOT END-OF-RECEIPT-ROWS
                   AND SL-RECEIPT-NO NOT = WS-TARGET-RECEIPT
               SET END-OF-RECEIPT-ROWS TO TRUE
           END-IF
           .
