       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPNMNT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CPNMNT -- COUPON AND PROMO-CODE MAINTENANCE AND THE
      *    REDEMPTION REPORT.  THE REGISTER (CMSPLN) TAKES A CODE
      *    AFTER THE LAST ITEM AND APPLIES IT; THIS IS WHERE THE CODES
      *    COME FROM:
      *      "GNUMAIN CPNMNT ADD <CODE> <P/A> <PCT OR AMOUNT> <S/D>
      *          <FROM> <THRU> [MIN] [PER-CUST] [TOTAL] [Y] [CODES]"
      *          P = PERCENT OFF, A = DOLLARS OFF.  S = THE SHOP
      *          ABSORBS THE DISCOUNT (THE CONSIGNOR IS PAID ON THE
      *          PRICE BEFORE THE COUPON), D = THE DEALER ABSORBS IT.
      *          FROM/THRU ARE CCYYMMDD (0 = FROM TODAY / NO END).
      *          MIN = MINIMUM QUALIFYING PURCHASE; PER-CUST AND TOTAL
      *          ARE USE LIMITS (0 = UNLIMITED); Y = OFF THE ONE
      *          DEAREST QUALIFYING PIECE ONLY; UP TO FIVE CATEGORY OR
      *          DEPARTMENT CODES IT IS GOOD ON (NONE = EVERYTHING).
      *          E.G. "GNUMAIN CPNMNT ADD FALL10 P 10 S 20261101
      *          20261130 50.00 1 0 N FURN"
      *      "GNUMAIN CPNMNT RETIRE <CODE>"   STOPS A CODE REDEEMING
      *      "GNUMAIN CPNMNT LIST"            EVERY CODE ON FILE
      *      "GNUMAIN CPNMNT REPORT [CCYYMM]" REDEMPTIONS BY COUPON,
      *          OFF THE LEDGER AND THE SALESARC ARCHIVE, SPOOLED AS
      *          CPNRDM.
      *    ADD AND RETIRE ASK FOR A MANAGER PIN AT THE CONSOLE
      *    (AUTHCHK FUNCTION 'CPNMNT').
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUPON-FILE
               ASSIGN TO 'COUPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODE
               FILE STATUS IS WS-CP-STATUS.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT SALES-ARCHIVE
               ASSIGN TO 'SALESARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  COUPON-FILE.
       COPY COUPON.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD PIC X(146).
       WORKING-STORAGE SECTION.
       01 WS-CP-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-SA-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-ADD               VALUE 'ADD'.
          88 MODE-IS-RETIRE            VALUE 'RETIRE'.
          88 MODE-IS-LIST              VALUE 'LIST'.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-CP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-COUPONS         VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-SA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-ARCHIVE   VALUE 1.
          03 WS-COUPON-SW      PIC 9 VALUE 0.
             88 COUPON-ON-FILE         VALUE 1.
             88 COUPON-NOT-ON-FILE     VALUE 0.
       01 WS-TARGET-CODE       PIC X(10) VALUE SPACES.
       01 WS-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-ROW-MONTH         PIC 9(6) VALUE ZEROS.
       01 WS-ARG-IDX           PIC 9(2) VALUE ZEROS.
       01 WS-ELIGIBLE-IDX      PIC 9 VALUE ZEROS.
       01 WS-NEW-VALUE         PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-PCT-EDIT          PIC Z9.
       01 WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01 WS-TOTAL-EDIT        PIC Z(6)9.99.
       01 WS-COUNT-EDIT        PIC Z(4)9.
       01 WS-LIMIT-EDIT        PIC Z(4)9.
       01 WS-ABSORB-WORD       PIC X(6) VALUE SPACES.
       01 WS-STATUS-WORD       PIC X(7) VALUE SPACES.
       01 WS-CODE-LIST         PIC X(25) VALUE SPACES.
       01 WS-LIST-PTR          PIC 9(2) VALUE 1.
       01 WS-LIST-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
      * --- REDEMPTIONS BY COUPON: ONE SLOT PER CODE SEEN ON THE
      *     LEDGER.  A RETURN ROW NETS ITS SALE'S DISCOUNT BACK OUT ---
       01 WS-RD-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-RD-MAX            PIC 9(3) VALUE 200.
       01 WS-RD-IDX            PIC 9(3) VALUE ZEROS.
       01 WS-RD-HIT            PIC 9(3) VALUE ZEROS.
       01 WS-RD-TABLE.
          03 WS-RD-ENTRY       OCCURS 200 TIMES.
             05 RD-CODE             PIC X(10).
             05 RD-LAST-RECEIPT     PIC 9(6).
             05 RD-SALES            PIC 9(5).
             05 RD-LINES            PIC 9(5).
             05 RD-RETURNS          PIC 9(5).
             05 RD-NET-SALES        PIC S9(8)V9(2).
             05 RD-DISCOUNT         PIC S9(8)V9(2).
             05 RD-SHOP-SHARE       PIC S9(8)V9(2).
             05 RD-DEALER-SHARE     PIC S9(8)V9(2).
       01 WS-GRAND-DISCOUNT    PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-GRAND-SHOP        PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-GRAND-DEALER      PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-GRAND-NET         PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-GRAND-SALES       PIC 9(6) VALUE ZEROS.
       01 WS-SIGNED-EDIT       PIC -(6)9.99.
       01 WS-REDEMPTION-DETAIL.
          03 RL-CODE           PIC X(10).
          03 FILLER            PIC X VALUE SPACE.
          03 RL-SALES          PIC ZZZZ9.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-LINES          PIC ZZZZ9.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-RETURNS        PIC ZZZ9.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-NET-SALES      PIC -(6)9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-DISCOUNT       PIC -(5)9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-SHOP           PIC -(5)9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-DEALER         PIC -(5)9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 RL-USES           PIC X(11).
       COPY DATEFMT.
       COPY AUTHCHK.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-ISO
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-TARGET-CODE
               INSPECT WS-TARGET-CODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-ADD AND WS-TARGET-CODE NOT = SPACES
                       AND ARGC >= 7
                   PERFORM ADD-COUPON
               WHEN MODE-IS-RETIRE AND WS-TARGET-CODE NOT = SPACES
                   PERFORM RETIRE-COUPON
               WHEN MODE-IS-LIST
                   PERFORM LIST-COUPONS
               WHEN MODE-IS-REPORT
                   IF ARGC >= 2
                       MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-REPORT-MONTH
                   END-IF
                   PERFORM PRINT-REDEMPTION-REPORT
               WHEN OTHER
                   DISPLAY 'USE: CPNMNT ADD <CODE> <P/A> <VALUE> <S/D> '
                           '<FROM> <THRU> [MIN] [PER-CUST] [TOTAL] '
                           '[Y] [CODES...]'
                   DISPLAY '     | RETIRE <CODE> | LIST '
                           '| REPORT [CCYYMM]'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
       OPEN-COUPON-FILE.
           OPEN I-O COUPON-FILE
           IF WS-CP-STATUS = '35'
               OPEN OUTPUT COUPON-FILE
               CLOSE COUPON-FILE
               OPEN I-O COUPON-FILE
           END-IF
           .
       READ-TARGET-COUPON.
           SET COUPON-NOT-ON-FILE TO TRUE
           MOVE WS-TARGET-CODE TO CP-CODE
           READ COUPON-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COUPON-ON-FILE TO TRUE
           END-READ
           .
      * --- CHANGING WHAT THE REGISTER WILL GIVE AWAY IS MANAGER-GATED
      *     ON THE FUNCAUTH MATRIX; THE PIN IS ASKED FOR AT THE
      *     CONSOLE ----------------------------------------------------
       GET-COUPON-AUTHORITY.
           DISPLAY 'MANAGER PIN: ' WITH NO ADVANCING
           ACCEPT WS-MANAGER-PIN
           MOVE 'CPNMNT  ' TO AC-FUNCTION
           MOVE WS-MANAGER-PIN TO AC-PIN-INPUT
           CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
           IF AC-NOT-ALLOWED
               DISPLAY 'REFUSED -- ' AC-MESSAGE
               MOVE 1 TO RETURN-CODE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A CODE IS NEVER RE-USED: A RETIRED ONE STAYS ON FILE SO
      *     ITS REDEMPTIONS STILL REPORT UNDER IT ----------------------
       ADD-COUPON.
           MOVE SPACES TO COUPON-RECORD
           MOVE WS-TARGET-CODE TO CP-CODE
           MOVE ARGV(3)(1:1) TO CP-TYPE
           INSPECT CP-TYPE CONVERTING 'pa' TO 'PA'
           MOVE FUNCTION NUMVAL(ARGV(4)) TO WS-NEW-VALUE
           MOVE ARGV(5)(1:1) TO CP-ABSORBED-BY
           INSPECT CP-ABSORBED-BY CONVERTING 'sd' TO 'SD'
           MOVE FUNCTION NUMVAL(ARGV(6)) TO CP-START-DATE
           MOVE FUNCTION NUMVAL(ARGV(7)) TO CP-END-DATE
           IF CP-START-DATE = ZEROS
               MOVE WS-TODAY-ISO TO CP-START-DATE
           END-IF
           MOVE ZEROS TO CP-PERCENT CP-AMOUNT CP-MIN-PURCHASE
                         CP-PER-CUSTOMER-LIMIT CP-TOTAL-LIMIT
                         CP-TIMES-USED
           MOVE 'N' TO CP-ONE-ITEM
           IF ARGC >= 8
               MOVE FUNCTION NUMVAL(ARGV(8)) TO CP-MIN-PURCHASE
           END-IF
           IF ARGC >= 9
               MOVE FUNCTION NUMVAL(ARGV(9)) TO CP-PER-CUSTOMER-LIMIT
           END-IF
           IF ARGC >= 10
               MOVE FUNCTION NUMVAL(ARGV(10)) TO CP-TOTAL-LIMIT
           END-IF
           IF ARGC >= 11
               IF ARGV(11)(1:1) = 'Y' OR ARGV(11)(1:1) = 'y'
                   MOVE 'Y' TO CP-ONE-ITEM
               END-IF
           END-IF
           MOVE ZEROS TO WS-ELIGIBLE-IDX
           PERFORM TAKE-ONE-ELIGIBLE-CODE
               VARYING WS-ARG-IDX FROM 12 BY 1
               UNTIL WS-ARG-IDX > ARGC OR WS-ARG-IDX > 16
           EVALUATE TRUE
               WHEN NOT CP-IS-PERCENT AND NOT CP-IS-AMOUNT
                   DISPLAY 'TYPE MUST BE P (PERCENT) OR A (AMOUNT)'
                   MOVE 1 TO RETURN-CODE
               WHEN WS-NEW-VALUE NOT > ZEROS
                   DISPLAY 'COUPON VALUE MUST BE GREATER THAN ZERO'
                   MOVE 1 TO RETURN-CODE
               WHEN CP-IS-PERCENT AND WS-NEW-VALUE > 99
                   DISPLAY 'PERCENT OFF CANNOT BE OVER 99'
                   MOVE 1 TO RETURN-CODE
               WHEN NOT CP-SHOP-ABSORBS AND NOT CP-DEALER-ABSORBS
                   DISPLAY 'WHO ABSORBS IT MUST BE S (SHOP) OR D '
                           '(DEALER)'
                   MOVE 1 TO RETURN-CODE
               WHEN CP-END-DATE > ZEROS
                       AND CP-END-DATE < CP-START-DATE
                   DISPLAY 'THRU DATE IS BEFORE THE FROM DATE'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF CP-IS-PERCENT
               MOVE WS-NEW-VALUE TO CP-PERCENT WS-PCT-EDIT
               STRING WS-PCT-EDIT ' PERCENT OFF' DELIMITED BY SIZE
                   INTO CP-DESCRIPTION
           ELSE
               MOVE WS-NEW-VALUE TO CP-AMOUNT WS-AMOUNT-EDIT
               STRING WS-AMOUNT-EDIT ' OFF' DELIMITED BY SIZE
                   INTO CP-DESCRIPTION
           END-IF
           IF CP-ONE-ITEM-ONLY
               MOVE ' ONE ITEM' TO CP-DESCRIPTION(20:)
           END-IF
           PERFORM GET-COUPON-AUTHORITY
           IF AC-NOT-ALLOWED
               EXIT PARAGRAPH
           END-IF
           SET CP-IS-ACTIVE TO TRUE
           MOVE AC-INITIALS-OUT TO CP-CREATED-BY
           MOVE WS-TODAY-ISO TO CP-CREATED-DATE
           PERFORM OPEN-COUPON-FILE
           WRITE COUPON-RECORD
               INVALID KEY
                   DISPLAY 'COUPON ' CP-CODE ' IS ALREADY ON FILE'
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'COUPON ' CP-CODE ' ADDED -- '
                           CP-DESCRIPTION
           END-WRITE
           CLOSE COUPON-FILE
           .
       TAKE-ONE-ELIGIBLE-CODE.
           IF ARGV(WS-ARG-IDX) NOT = SPACES AND WS-ELIGIBLE-IDX < 5
               ADD 1 TO WS-ELIGIBLE-IDX
               MOVE ARGV(WS-ARG-IDX) TO CP-ELIGIBLE(WS-ELIGIBLE-IDX)
               INSPECT CP-ELIGIBLE(WS-ELIGIBLE-IDX)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           .
      *-----------------------------------------------------------------
       RETIRE-COUPON.
           PERFORM OPEN-COUPON-FILE
           PERFORM READ-TARGET-COUPON
           IF COUPON-NOT-ON-FILE
               DISPLAY 'COUPON ' WS-TARGET-CODE ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               CLOSE COUPON-FILE
               EXIT PARAGRAPH
           END-IF
           IF CP-IS-RETIRED
               DISPLAY 'COUPON ' WS-TARGET-CODE ' IS ALREADY RETIRED'
               CLOSE COUPON-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-COUPON-AUTHORITY
           IF AC-IS-ALLOWED
               SET CP-IS-RETIRED TO TRUE
               REWRITE COUPON-RECORD
               DISPLAY 'COUPON ' CP-CODE ' RETIRED AFTER '
                       CP-TIMES-USED ' USE(S)'
           END-IF
           CLOSE COUPON-FILE
           .
      *-----------------------------------------------------------------
       LIST-COUPONS.
           OPEN INPUT COUPON-FILE
           IF WS-CP-STATUS NOT = '00'
               DISPLAY 'NO COUPONS ON FILE'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'CODE       DESCRIPTION                    FROM     '
                   'THRU     BY STATUS   USED'
           MOVE LOW-VALUES TO CP-CODE
           START COUPON-FILE KEY IS NOT LESS THAN CP-CODE
               INVALID KEY
                   SET END-OF-COUPONS TO TRUE
           END-START
           PERFORM READ-NEXT-COUPON
           PERFORM LIST-ONE-COUPON UNTIL END-OF-COUPONS
           CLOSE COUPON-FILE
           DISPLAY WS-LIST-COUNT ' COUPON(S) ON FILE'
           .
       READ-NEXT-COUPON.
           READ COUPON-FILE NEXT RECORD
               AT END
                   SET END-OF-COUPONS TO TRUE
           END-READ
           .
       LIST-ONE-COUPON.
           ADD 1 TO WS-LIST-COUNT
           PERFORM SET-COUPON-WORDS
           MOVE CP-TIMES-USED TO WS-COUNT-EDIT
           DISPLAY CP-CODE ' ' CP-DESCRIPTION ' ' CP-START-DATE ' '
                   CP-END-DATE ' ' CP-ABSORBED-BY '  '
                   WS-STATUS-WORD ' ' WS-COUNT-EDIT
           IF CP-MIN-PURCHASE > ZEROS OR CP-PER-CUSTOMER-LIMIT > ZEROS
                   OR CP-TOTAL-LIMIT > ZEROS
                   OR CP-ELIGIBLE-CODES NOT = SPACES
               MOVE CP-MIN-PURCHASE TO WS-AMOUNT-EDIT
               PERFORM BUILD-CODE-LIST
               DISPLAY '           MIN ' WS-AMOUNT-EDIT
                       '  PER CUST ' CP-PER-CUSTOMER-LIMIT
                       '  TOTAL ' CP-TOTAL-LIMIT
                       '  ON ' WS-CODE-LIST
           END-IF
           PERFORM READ-NEXT-COUPON
           .
       SET-COUPON-WORDS.
           EVALUATE TRUE
               WHEN CP-IS-RETIRED
                   MOVE 'RETIRED' TO WS-STATUS-WORD
               WHEN CP-END-DATE > ZEROS AND CP-END-DATE < WS-TODAY-ISO
                   MOVE 'EXPIRED' TO WS-STATUS-WORD
               WHEN CP-TOTAL-LIMIT > ZEROS
                       AND CP-TIMES-USED >= CP-TOTAL-LIMIT
                   MOVE 'USED UP' TO WS-STATUS-WORD
               WHEN CP-START-DATE > WS-TODAY-ISO
                   MOVE 'FUTURE' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-WORD
           END-EVALUATE
           .
       BUILD-CODE-LIST.
           MOVE SPACES TO WS-CODE-LIST
           IF CP-ELIGIBLE-CODES = SPACES
               MOVE 'ALL MERCHANDISE' TO WS-CODE-LIST
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LIST-PTR
           PERFORM ADD-ONE-CODE-TO-LIST
               VARYING WS-ELIGIBLE-IDX FROM 1 BY 1
               UNTIL WS-ELIGIBLE-IDX > 5
           .
       ADD-ONE-CODE-TO-LIST.
           IF CP-ELIGIBLE(WS-ELIGIBLE-IDX) NOT = SPACES
               STRING CP-ELIGIBLE(WS-ELIGIBLE-IDX) ' '
                   DELIMITED BY SIZE
                   INTO WS-CODE-LIST WITH POINTER WS-LIST-PTR
           END-IF
           .
      *-----------------------------------------------------------------
      * --- EVERY LEDGER ROW CARRYING A CODE, LIVE AND ARCHIVED,
      *     VOIDS LEFT OUT.  "SALES" COUNTS RECEIPTS, NOT LINES ------
       PRINT-REDEMPTION-REPORT.
           MOVE ZEROS TO WS-RD-COUNT
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS = '00'
               PERFORM READ-SALES-LEDGER
               PERFORM TALLY-LEDGER-ROW UNTIL END-OF-SALES-LEDGER
               CLOSE SALES-LEDGER
           END-IF
           OPEN INPUT SALES-ARCHIVE
           IF WS-SA-STATUS = '00'
               PERFORM READ-SALES-ARCHIVE
               PERFORM TALLY-ARCHIVE-ROW UNTIL END-OF-SALES-ARCHIVE
               CLOSE SALES-ARCHIVE
           END-IF
           OPEN INPUT COUPON-FILE
           SET SP-OP-OPEN TO TRUE
           MOVE 'CPNRDM' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           IF WS-REPORT-MONTH > ZEROS
               STRING '        COUPON REDEMPTIONS FOR '
                   WS-REPORT-MONTH(5:2) '/' WS-REPORT-MONTH(1:4)
                   '   RUN ' DF-MMDDYYYY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '        COUPON REDEMPTIONS TO DATE   RUN '
                   DF-MMDDYYYY DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'CODE       SALES LINES RETS  NET SALES  DISCOUNT'
               TO WS-RPT-LINE
           MOVE '  SHOP PD DEALER PD USES/LIMIT' TO WS-RPT-LINE(51:)
           PERFORM EMIT-REPORT-LINE
           IF WS-RD-COUNT = ZEROS
               MOVE 'NO COUPON REDEMPTIONS FOUND' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM PRINT-ONE-COUPON-TOTAL
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
           IF WS-CP-STATUS = '00'
               CLOSE COUPON-FILE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-GRAND-NET TO WS-SIGNED-EDIT
           STRING 'RECEIPTS WITH A COUPON: ' WS-GRAND-SALES
                  '   NET SALES: ' WS-SIGNED-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GRAND-DISCOUNT TO WS-SIGNED-EDIT
           STRING 'TOTAL COUPON DISCOUNT:  ' WS-SIGNED-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GRAND-SHOP TO WS-SIGNED-EDIT
           STRING '  ABSORBED BY THE SHOP: ' WS-SIGNED-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GRAND-DEALER TO WS-SIGNED-EDIT
           STRING '  ABSORBED BY DEALERS:  ' WS-SIGNED-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           .
       READ-SALES-ARCHIVE.
           READ SALES-ARCHIVE NEXT RECORD
               AT END
                   SET END-OF-SALES-ARCHIVE TO TRUE
           END-READ
           .
       TALLY-LEDGER-ROW.
           PERFORM TALLY-COUPON-ROW
           PERFORM READ-SALES-LEDGER
           .
       TALLY-ARCHIVE-ROW.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           PERFORM TALLY-COUPON-ROW
           PERFORM READ-SALES-ARCHIVE
           .
       TALLY-COUPON-ROW.
           IF SL-COUPON-CODE = SPACES OR SL-IS-VOIDED
                   OR SL-COUPON-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-REPORT-MONTH > ZEROS
               COMPUTE WS-ROW-MONTH = SL-DATE-OF-SALE / 100
               IF WS-ROW-MONTH NOT = WS-REPORT-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FIND-COUPON-SLOT
           IF WS-RD-HIT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF SL-IS-RETURN
               ADD 1 TO RD-RETURNS(WS-RD-HIT)
               SUBTRACT SL-SALE-PRICE FROM RD-NET-SALES(WS-RD-HIT)
                                           WS-GRAND-NET
               SUBTRACT SL-COUPON-AMOUNT FROM RD-DISCOUNT(WS-RD-HIT)
                                              WS-GRAND-DISCOUNT
               IF SL-COUPON-DEALER-ABSORBED
                   SUBTRACT SL-COUPON-AMOUNT
                       FROM RD-DEALER-SHARE(WS-RD-HIT) WS-GRAND-DEALER
               ELSE
                   SUBTRACT SL-COUPON-AMOUNT
                       FROM RD-SHOP-SHARE(WS-RD-HIT) WS-GRAND-SHOP
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RD-LINES(WS-RD-HIT)
           IF SL-RECEIPT-NO NOT = RD-LAST-RECEIPT(WS-RD-HIT)
               ADD 1 TO RD-SALES(WS-RD-HIT) WS-GRAND-SALES
               MOVE SL-RECEIPT-NO TO RD-LAST-RECEIPT(WS-RD-HIT)
           END-IF
           ADD SL-SALE-PRICE TO RD-NET-SALES(WS-RD-HIT) WS-GRAND-NET
           ADD SL-COUPON-AMOUNT TO RD-DISCOUNT(WS-RD-HIT)
                                   WS-GRAND-DISCOUNT
           IF SL-COUPON-DEALER-ABSORBED
               ADD SL-COUPON-AMOUNT TO RD-DEALER-SHARE(WS-RD-HIT)
                                       WS-GRAND-DEALER
           ELSE
               ADD SL-COUPON-AMOUNT TO RD-SHOP-SHARE(WS-RD-HIT)
                                       WS-GRAND-SHOP
           END-IF
           .
       FIND-COUPON-SLOT.
           MOVE ZEROS TO WS-RD-HIT
           PERFORM MATCH-ONE-COUPON-SLOT
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT OR WS-RD-HIT > ZEROS
           IF WS-RD-HIT = ZEROS AND WS-RD-COUNT < WS-RD-MAX
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-HIT
               MOVE SL-COUPON-CODE TO RD-CODE(WS-RD-HIT)
               MOVE ZEROS TO RD-LAST-RECEIPT(WS-RD-HIT)
                             RD-SALES(WS-RD-HIT) RD-LINES(WS-RD-HIT)
                             RD-RETURNS(WS-RD-HIT)
                             RD-NET-SALES(WS-RD-HIT)
                             RD-DISCOUNT(WS-RD-HIT)
                             RD-SHOP-SHARE(WS-RD-HIT)
                             RD-DEALER-SHARE(WS-RD-HIT)
           END-IF
           .
       MATCH-ONE-COUPON-SLOT.
           IF RD-CODE(WS-RD-IDX) = SL-COUPON-CODE
               MOVE WS-RD-IDX TO WS-RD-HIT
           END-IF
           .
       PRINT-ONE-COUPON-TOTAL.
           MOVE SPACES TO WS-REDEMPTION-DETAIL
           MOVE RD-CODE(WS-RD-IDX)         TO RL-CODE
           MOVE RD-SALES(WS-RD-IDX)        TO RL-SALES
           MOVE RD-LINES(WS-RD-IDX)        TO RL-LINES
           MOVE RD-RETURNS(WS-RD-IDX)      TO RL-RETURNS
           MOVE RD-NET-SALES(WS-RD-IDX)    TO RL-NET-SALES
           MOVE RD-DISCOUNT(WS-RD-IDX)     TO RL-DISCOUNT
           MOVE RD-SHOP-SHARE(WS-RD-IDX)   TO RL-SHOP
           MOVE RD-DEALER-SHARE(WS-RD-IDX) TO RL-DEALER
           MOVE 'NOT ON FILE' TO RL-USES
           IF WS-CP-STATUS = '00'
               MOVE RD-CODE(WS-RD-IDX) TO CP-CODE
               READ COUPON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO RL-USES
                       MOVE CP-TIMES-USED TO WS-COUNT-EDIT
                       IF CP-TOTAL-LIMIT > ZEROS
                           MOVE CP-TOTAL-LIMIT TO WS-LIMIT-EDIT
                           STRING WS-COUNT-EDIT '/'
                               FUNCTION TRIM(WS-LIMIT-EDIT)
                               DELIMITED BY SIZE INTO RL-USES
                       ELSE
                           STRING WS-COUNT-EDIT '/ANY'
                               DELIMITED BY SIZE INTO RL-USES
                       END-IF
               END-READ
           END-IF
           MOVE WS-REDEMPTION-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
