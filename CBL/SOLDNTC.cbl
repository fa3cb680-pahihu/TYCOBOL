       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDNTC.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SOLDNTC -- "YOU SOLD" NOTICES TO CONSIGNORS.  RUN NIGHTLY
      *    FROM JOBLIST: EVERY E-DELIVERY DEALER WHO HAS ASKED FOR THE
      *    NOTICE (TM-SOLD-NOTICE) AND HAD SALES GETS A SHORT MESSAGE
      *    THROUGH MAILPUT LISTING EACH PIECE SOLD -- SKU, TAG
      *    DESCRIPTION, SALE PRICE, AND THE DISCOUNT GIVEN -- WITH
      *    RETURNS AS NEGATIVES, AND THE COMMISSION AND THE DEALER'S
      *    SHARE FOR THE PERIOD.  A DAILY DEALER HEARS ABOUT THE
      *    POSTING DAY; A WEEKLY DEALER GETS ONE NOTICE ON THE
      *    SATURDAY RUN COVERING THAT DAY AND THE SIX BEFORE IT.
      *    POST-VOIDED ROWS AND LOST-TAG SALES STILL SITTING ON THE
      *    SUSPENSE CONSIGNOR ARE LEFT OUT.  MAILPUT FILES EACH
      *    NOTICE ON THE DELIVREG REGISTER.
      *      "GNUMAIN SOLDNTC [CCYYMMDD]"  SEND FOR THE POSTING DAY
      *                                    (DEFAULT TODAY)
      *      "GNUMAIN SOLDNTC SET <TENANT> D|W|N"
      *                                    DAILY, WEEKLY, OR NO NOTICE
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-TM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-WEEK-SW        PIC 9 VALUE 0.
             88 WEEKLY-NOTICES-DUE     VALUE 1.
             88 WEEKLY-NOTICES-NOT-DUE VALUE 0.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
       01 WS-SUSPENSE-TENANT   PIC 9(6) VALUE 999999.
      * --- THE POSTING DAY AND THE FIRST DAY A WEEKLY NOTICE COVERS --
       01 WS-POSTING-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-POSTING-PARTS     REDEFINES WS-POSTING-DATE.
          03 WS-POST-YYYY      PIC 9(4).
          03 WS-POST-MM        PIC 9(2).
          03 WS-POST-DD        PIC 9(2).
       01 WS-POSTING-INT       PIC S9(8) COMP.
       01 WS-WINDOW-START      PIC 9(8) VALUE ZEROS.
       01 WS-DOW               PIC 9 VALUE ZEROS.
       01 WS-SATURDAY          PIC 9 VALUE 6.
      * --- OPTED-IN DEALERS FOR TONIGHT'S RUN -----------------------
       01 WS-DEALER-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-DEALER-TABLE.
          03 WS-DEALER-ENTRY   OCCURS 500 TIMES INDEXED BY DL-IDX.
             05 WS-DL-TENANT-ID    PIC 9(6).
             05 WS-DL-FIRST        PIC X(15).
             05 WS-DL-EMAIL        PIC X(30).
             05 WS-DL-FREQUENCY    PIC X.
                88 WS-DL-IS-DAILY          VALUE 'D'.
             05 WS-DL-ROWS         PIC 9(4).
      * --- THE LEDGER ROWS TO REPORT, WITH THE TAG EACH CAME OFF ------
       01 WS-ROW-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-ROW-TABLE.
          03 WS-ROW-ENTRY      OCCURS 2000 TIMES INDEXED BY RW-IDX.
             05 WS-RW-DEALER       PIC 9(3).
             05 WS-RW-TENANT-ID    PIC 9(6).
             05 WS-RW-DATE         PIC 9(8).
             05 WS-RW-RECEIPT-NO   PIC 9(6).
             05 WS-RW-TRANS-TYPE   PIC X.
                88 WS-RW-IS-RETURN         VALUE 'R'.
             05 WS-RW-CATEGORY     PIC X(4).
             05 WS-RW-FULL-PRICE   PIC 9(6)V9(2).
             05 WS-RW-SALE-PRICE   PIC 9(6)V9(2).
             05 WS-RW-COMMISSION   PIC 9(6)V9(2).
             05 WS-RW-SKU          PIC X(12).
             05 WS-RW-DESCRIPTION  PIC X(30).
             05 WS-RW-CANDIDATES   PIC 9(3).
       01 WS-ROWS-DROPPED      PIC 9(5) VALUE ZEROS.
       01 WS-NOTICE-COUNT      PIC 9(4) VALUE ZEROS.
      * --- ONE DEALER'S FIGURES WHILE THE NOTICE IS BUILT -------------
       01 WS-SOLD-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-RETURN-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-SALES-TOTAL       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-COMMISSION-TOTAL  PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-DEALER-SHARE      PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-SIGNED-PRICE      PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-DISCOUNT-AMT      PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-PRICE-SHOW        PIC -ZZ,ZZ9.99.
       01 WS-DISC-SHOW         PIC -Z,ZZ9.99.
       01 WS-TOTAL-SHOW        PIC -ZZZ,ZZ9.99.
       01 WS-COUNT-SHOW        PIC ZZZ9.
       01 WS-ROW-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-ROW-DATE-PARTS    REDEFINES WS-ROW-DATE.
          03 WS-ROW-YYYY       PIC 9(4).
          03 WS-ROW-MM         PIC 9(2).
          03 WS-ROW-DD         PIC 9(2).
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
      * --- SET MODE ---------------------------------------------------
       01 WS-SET-TENANT        PIC 9(6) VALUE ZEROS.
       01 WS-SET-FLAG          PIC X VALUE SPACE.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY JRNLTM.
       COPY MAILPUT.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
       RUN-SOLD-NOTICES.
           IF ARGC > 0
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF WS-RUN-MODE = 'SET'
               PERFORM SET-NOTICE-CHOICE
               GOBACK
           END-IF
           PERFORM GET-POSTING-DAY
           IF WS-POSTING-DATE = ZEROS
               DISPLAY 'USE: SOLDNTC [CCYYMMDD] | SET <TENANT> D|W|N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '        YOU-SOLD NOTICES FOR ' WS-POST-MM '/'
                   WS-POST-DD '/' WS-POST-YYYY
           IF WEEKLY-NOTICES-DUE
               DISPLAY '        (WEEKLY NOTICES GO OUT TONIGHT)'
           END-IF
           PERFORM LOAD-OPTED-IN-DEALERS
           IF WS-DEALER-COUNT = ZEROS
               DISPLAY 'NO DEALER IS DUE A NOTICE TONIGHT'
               GOBACK
           END-IF
           PERFORM LOAD-LEDGER-ROWS
           IF WS-ROW-COUNT > ZEROS
               PERFORM MATCH-ROWS-TO-TAGS
               PERFORM SEND-ONE-DEALER-NOTICE
                   VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > WS-DEALER-COUNT
           END-IF
           DISPLAY ' '
           DISPLAY 'DEALERS DUE A NOTICE:  ' WS-DEALER-COUNT
           DISPLAY 'LEDGER LINES REPORTED: ' WS-ROW-COUNT
           DISPLAY 'NOTICES SENT:          ' WS-NOTICE-COUNT
           IF WS-ROWS-DROPPED > ZEROS
               DISPLAY 'LINES NOT REPORTED (TABLE FULL): '
                       WS-ROWS-DROPPED
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- TODAY UNLESS A CCYYMMDD IS GIVEN.  THE SATURDAY RUN ALSO
      *     CARRIES THE WEEKLY NOTICES, SO ITS WINDOW STARTS SIX DAYS
      *     BACK; EVERY OTHER NIGHT THE WINDOW IS THE ONE DAY ---------
       GET-POSTING-DAY.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           IF ARGC > 0
               IF ARGV (1)(1:8) IS NUMERIC
                   MOVE ARGV (1)(1:8) TO WS-POSTING-DATE
               END-IF
           ELSE
               COMPUTE WS-POSTING-DATE =
                   DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           END-IF
           IF WS-POSTING-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POSTING-INT =
               FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-POSTING-INT - 1, 7) + 1
           IF WS-DOW = WS-SATURDAY
               SET WEEKLY-NOTICES-DUE TO TRUE
               COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-POSTING-INT - 6)
           ELSE
               SET WEEKLY-NOTICES-NOT-DUE TO TRUE
               MOVE WS-POSTING-DATE TO WS-WINDOW-START
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ONLY E-DELIVERY DEALERS WITH AN ADDRESS ON FILE; A WEEKLY
      *     DEALER ONLY ON THE SATURDAY RUN ---------------------------
       LOAD-OPTED-IN-DEALERS.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT MASTER NOT ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO TM-TENANT-ID
           START TENANT-MASTER KEY IS NOT LESS THAN TM-TENANT-ID
               INVALID KEY
                   SET END-OF-TENANT-MASTER TO TRUE
           END-START
           PERFORM READ-TENANT-MASTER
           PERFORM NOTE-ONE-DEALER UNTIL END-OF-TENANT-MASTER
           CLOSE TENANT-MASTER
           .
       READ-TENANT-MASTER.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANT-MASTER TO TRUE
           END-READ
           .
       NOTE-ONE-DEALER.
           IF TM-WANTS-EMAIL AND TM-EMAIL NOT = SPACES
                   AND TM-TENANT-ID NOT = WS-SUSPENSE-TENANT
                   AND (TM-WANTS-SOLD-DAILY
                        OR (TM-WANTS-SOLD-WEEKLY
                            AND WEEKLY-NOTICES-DUE))
                   AND WS-DEALER-COUNT < 500
               ADD 1 TO WS-DEALER-COUNT
               SET DL-IDX TO WS-DEALER-COUNT
               MOVE TM-TENANT-ID   TO WS-DL-TENANT-ID(DL-IDX)
               MOVE TM-FIRST       TO WS-DL-FIRST(DL-IDX)
               MOVE TM-EMAIL       TO WS-DL-EMAIL(DL-IDX)
               MOVE TM-SOLD-NOTICE TO WS-DL-FREQUENCY(DL-IDX)
               MOVE ZEROS          TO WS-DL-ROWS(DL-IDX)
           END-IF
           PERFORM READ-TENANT-MASTER
           .
      *-----------------------------------------------------------------
      * --- THE DATE KEY WALKS STRAIGHT TO THE WINDOW.  A VOIDED ROW IS
      *     DEAD TO EVERY READER, AND A LOST-TAG SALE IS NOT THE
      *     DEALER'S UNTIL SUSPMTCH MOVES IT TO THEM ------------------
       LOAD-LEDGER-ROWS.
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               DISPLAY 'SALES LEDGER NOT ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WINDOW-START TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   SET END-OF-SALES-LEDGER TO TRUE
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM TAKE-ONE-LEDGER-ROW UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-SALES-LEDGER
                   AND SL-DATE-OF-SALE > WS-POSTING-DATE
               SET END-OF-SALES-LEDGER TO TRUE
           END-IF
           .
       TAKE-ONE-LEDGER-ROW.
           IF SL-IS-VOIDED
                   OR SL-TENANT-ID = ZEROS
                   OR SL-TENANT-ID = WS-SUSPENSE-TENANT
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           SET DL-IDX TO 1
           SEARCH WS-DEALER-ENTRY
               AT END
                   CONTINUE
               WHEN DL-IDX > WS-DEALER-COUNT
                   CONTINUE
               WHEN WS-DL-TENANT-ID(DL-IDX) = SL-TENANT-ID
                   IF NOT WS-DL-IS-DAILY(DL-IDX)
                           OR SL-DATE-OF-SALE = WS-POSTING-DATE
                       PERFORM STORE-LEDGER-ROW
                   END-IF
           END-SEARCH
           PERFORM READ-SALES-LEDGER
           .
       STORE-LEDGER-ROW.
           IF WS-ROW-COUNT NOT < 2000
               ADD 1 TO WS-ROWS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           ADD 1 TO WS-DL-ROWS(DL-IDX)
           SET RW-IDX TO WS-ROW-COUNT
           SET WS-RW-DEALER(RW-IDX) TO DL-IDX
           MOVE SL-TENANT-ID       TO WS-RW-TENANT-ID(RW-IDX)
           MOVE SL-DATE-OF-SALE    TO WS-RW-DATE(RW-IDX)
           MOVE SL-RECEIPT-NO      TO WS-RW-RECEIPT-NO(RW-IDX)
           MOVE SL-TRANS-TYPE      TO WS-RW-TRANS-TYPE(RW-IDX)
           MOVE SL-CATEGORY        TO WS-RW-CATEGORY(RW-IDX)
           MOVE SL-FULL-PRICE      TO WS-RW-FULL-PRICE(RW-IDX)
           MOVE SL-SALE-PRICE      TO WS-RW-SALE-PRICE(RW-IDX)
           MOVE SL-COMMISSION      TO WS-RW-COMMISSION(RW-IDX)
           MOVE SPACES             TO WS-RW-SKU(RW-IDX)
           MOVE SPACES             TO WS-RW-DESCRIPTION(RW-IDX)
           MOVE ZEROS              TO WS-RW-CANDIDATES(RW-IDX)
           .
      *-----------------------------------------------------------------
      * --- THE LEDGER CARRIES NO SKU, SO THE TAG IS FOUND THE WAY
      *     ESTLOT FINDS A SALE: A SOLD TAG POINTS AT ITS RECEIPT.  A
      *     RETURNED TAG HAS HAD ITS RECEIPT CLEARED, SO IT IS NAMED
      *     ONLY WHEN EXACTLY ONE TAG OF THE DEALER'S ON THE FLOOR HAS
      *     THAT CATEGORY AND PRICE -- NEVER A GUESS ------------------
       MATCH-ROWS-TO-TAGS.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IS-SKU
           START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
               INVALID KEY
                   SET END-OF-ITEM-SKU TO TRUE
           END-START
           PERFORM READ-ITEM-SKU
           PERFORM MATCH-ONE-TAG UNTIL END-OF-ITEM-SKU
           CLOSE ITEM-SKU
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
       MATCH-ONE-TAG.
           IF IS-TENANT-ID NOT = ZEROS
               PERFORM MATCH-TAG-TO-ROW
                   VARYING RW-IDX FROM 1 BY 1
                   UNTIL RW-IDX > WS-ROW-COUNT
           END-IF
           PERFORM READ-ITEM-SKU
           .
       MATCH-TAG-TO-ROW.
           IF WS-RW-TENANT-ID(RW-IDX) NOT = IS-TENANT-ID
                   OR WS-RW-CATEGORY(RW-IDX) NOT = IS-CATEGORY
               EXIT PARAGRAPH
           END-IF
           IF WS-RW-IS-RETURN(RW-IDX)
               IF IS-LEDGER-REF = ZEROS
                       AND IS-FULL-PRICE = WS-RW-FULL-PRICE(RW-IDX)
                       AND (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
                   ADD 1 TO WS-RW-CANDIDATES(RW-IDX)
                   IF WS-RW-CANDIDATES(RW-IDX) = 1
                       MOVE IS-SKU         TO WS-RW-SKU(RW-IDX)
                       MOVE IS-DESCRIPTION TO WS-RW-DESCRIPTION(RW-IDX)
                   ELSE
                       MOVE SPACES TO WS-RW-SKU(RW-IDX)
                                      WS-RW-DESCRIPTION(RW-IDX)
                   END-IF
               END-IF
           ELSE
               IF IS-LEDGER-REF = WS-RW-RECEIPT-NO(RW-IDX)
                       AND WS-RW-SKU(RW-IDX) = SPACES
                   MOVE IS-SKU         TO WS-RW-SKU(RW-IDX)
                   MOVE IS-DESCRIPTION TO WS-RW-DESCRIPTION(RW-IDX)
                   SET RW-IDX TO WS-ROW-COUNT
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       SEND-ONE-DEALER-NOTICE.
           IF WS-DL-ROWS(DL-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTICE-COUNT
           MOVE ZEROS TO WS-SOLD-COUNT WS-RETURN-COUNT WS-SALES-TOTAL
                         WS-COMMISSION-TOTAL
           MOVE WS-DL-TENANT-ID(DL-IDX) TO MP-TENANT-ID
           MOVE WS-DL-EMAIL(DL-IDX)     TO MP-EMAIL
           MOVE 'SOLDNTC ' TO MP-DOC-TYPE
           MOVE SPACES TO MP-SUBJECT
           IF WS-DL-IS-DAILY(DL-IDX)
               STRING 'WHAT SOLD FOR YOU ON ' WS-POST-MM '/'
                   WS-POST-DD '/' WS-POST-YYYY
                   DELIMITED BY SIZE INTO MP-SUBJECT
           ELSE
               STRING 'WHAT SOLD FOR YOU THE WEEK ENDING '
                   WS-POST-MM '/' WS-POST-DD '/' WS-POST-YYYY
                   DELIMITED BY SIZE INTO MP-SUBJECT
           END-IF
           SET MP-OP-OPEN TO TRUE
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           MOVE 'DARLENE''S TREASURES - YOUR SALES' TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'HELLO ' WS-DL-FIRST(DL-IDX) DELIMITED BY SPACE
               ',' DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE MP-SUBJECT TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE 'DATE  SKU          DESCRIPTION                      '
               & 'PRICE  DISCOUNT' TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM LIST-ONE-NOTICE-ROW
               VARYING RW-IDX FROM 1 BY 1
               UNTIL RW-IDX > WS-ROW-COUNT
           PERFORM EMIT-NOTICE-TOTALS
           SET MP-OP-CLOSE TO TRUE
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           DISPLAY WS-DL-TENANT-ID(DL-IDX) ' ' WS-DL-EMAIL(DL-IDX)
                   ' ' WS-DL-ROWS(DL-IDX) ' LINES'
           .
      * --- A RETURN SHOWS AS A NEGATIVE AND TAKES ITS COMMISSION
      *     BACK; THE DISCOUNT IS WHAT CAME OFF THE TAG ---------------
       LIST-ONE-NOTICE-ROW.
           IF WS-RW-DEALER(RW-IDX) NOT = DL-IDX
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISCOUNT-AMT = WS-RW-FULL-PRICE(RW-IDX)
                                   - WS-RW-SALE-PRICE(RW-IDX)
           IF WS-RW-IS-RETURN(RW-IDX)
               ADD 1 TO WS-RETURN-COUNT
               COMPUTE WS-SIGNED-PRICE = 0 - WS-RW-SALE-PRICE(RW-IDX)
               SUBTRACT WS-RW-COMMISSION(RW-IDX)
                   FROM WS-COMMISSION-TOTAL
           ELSE
               ADD 1 TO WS-SOLD-COUNT
               MOVE WS-RW-SALE-PRICE(RW-IDX) TO WS-SIGNED-PRICE
               ADD WS-RW-COMMISSION(RW-IDX) TO WS-COMMISSION-TOTAL
           END-IF
           ADD WS-SIGNED-PRICE TO WS-SALES-TOTAL
           MOVE WS-SIGNED-PRICE TO WS-PRICE-SHOW
           MOVE WS-DISCOUNT-AMT TO WS-DISC-SHOW
           MOVE WS-RW-DATE(RW-IDX) TO WS-ROW-DATE
           IF WS-RW-SKU(RW-IDX) = SPACES
               MOVE SPACES TO WS-RW-DESCRIPTION(RW-IDX)
               STRING '(CATEGORY ' WS-RW-CATEGORY(RW-IDX) ')'
                   DELIMITED BY SIZE INTO WS-RW-DESCRIPTION(RW-IDX)
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           STRING WS-ROW-MM '/' WS-ROW-DD ' ' WS-RW-SKU(RW-IDX) ' '
               WS-RW-DESCRIPTION(RW-IDX)(1:28) ' ' WS-PRICE-SHOW ' '
               WS-DISC-SHOW
               DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           .
       EMIT-NOTICE-TOTALS.
           COMPUTE WS-DEALER-SHARE =
               WS-SALES-TOTAL - WS-COMMISSION-TOTAL
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-SOLD-COUNT TO WS-COUNT-SHOW
           STRING 'PIECES SOLD:   ' WS-COUNT-SHOW
               DELIMITED BY SIZE INTO WS-DOC-LINE
           IF WS-RETURN-COUNT > ZEROS
               MOVE WS-RETURN-COUNT TO WS-COUNT-SHOW
               STRING WS-DOC-LINE(1:19) '   RETURNED: ' WS-COUNT-SHOW
                   DELIMITED BY SIZE INTO WS-DOC-LINE
           END-IF
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-SALES-TOTAL TO WS-TOTAL-SHOW
           STRING 'NET SALES:     ' WS-TOTAL-SHOW
               DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-COMMISSION-TOTAL TO WS-TOTAL-SHOW
           STRING 'COMMISSION:    ' WS-TOTAL-SHOW
               DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-DEALER-SHARE TO WS-TOTAL-SHOW
           STRING 'YOUR SHARE:    ' WS-TOTAL-SHOW
               DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE 'YOUR SHARE IS PAID WITH THE MONTHLY CONSIGNOR CHECK.'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           .
       EMIT-NOTICE-LINE.
           SET MP-OP-LINE TO TRUE
           MOVE WS-DOC-LINE TO MP-LINE-TEXT
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           MOVE SPACES TO WS-DOC-LINE
           .
      *-----------------------------------------------------------------
      * --- THE CHOICE RIDES ON THE TENANT RECORD AND IS JOURNALED
      *     LIKE ANY OTHER TENANT REWRITE ------------------------------
       SET-NOTICE-CHOICE.
           IF ARGC < 3
               DISPLAY 'USE: SOLDNTC SET <TENANT> D|W|N'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ARGV (2)) TO WS-SET-TENANT
           MOVE ARGV (3) TO WS-SET-FLAG
           INSPECT WS-SET-FLAG CONVERTING 'dwn' TO 'DWN'
           IF WS-SET-FLAG NOT = 'D' AND WS-SET-FLAG NOT = 'W'
                   AND WS-SET-FLAG NOT = 'N'
               DISPLAY 'NOTICE CHOICE MUST BE D, W, OR N'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT MASTER NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SET-TENANT TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT ' WS-SET-TENANT ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
               MOVE WS-SET-FLAG TO TM-SOLD-NOTICE
               REWRITE TENANT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE TENANT '
                               TM-TENANT-ID
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'R' TO JT-OPERATION
                       MOVE 'SOLDNTC' TO JT-PROGRAM
                       MOVE WS-TM-BEFORE TO JT-BEFORE-IMAGE
                       MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                       CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
                       DISPLAY 'TENANT ' TM-TENANT-ID
                               ' SOLD NOTICE NOW ' TM-SOLD-NOTICE
                       IF NOT TM-WANTS-NO-SOLD-NOTICE
                               AND (NOT TM-WANTS-EMAIL
                                    OR TM-EMAIL = SPACES)
                           DISPLAY '  NOT ON E-MAIL DELIVERY -- NO '
                                   'NOTICE GOES OUT UNTIL IT IS'
                       END-IF
               END-REWRITE
           END-IF
           CLOSE TENANT-MASTER
           .
