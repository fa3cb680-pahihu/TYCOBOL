       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSLKP.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    COMPSLKP -- COMPARABLE-SALES LOOKUP.  WHAT HAVE PIECES LIKE
      *    THIS ONE ACTUALLY SOLD FOR HERE?  EVERY TAG ON ITEMSKU THAT
      *    SOLD IN THE LAST YEAR IN THE GIVEN CATEGORY WITH THE
      *    KEYWORD SOMEWHERE IN ITS DESCRIPTION IS A COMP.  THE PRICE
      *    IS THE ONE ON THE SALE ROW, FOUND THROUGH THE RECEIPT
      *    NUMBER IN IS-LEDGER-REF ON THE LIVE LEDGER OR, FAILING
      *    THAT, THE SALESARC ARCHIVE; A TAG SOLD BEFORE RECEIPT
      *    NUMBERS EXISTED FALLS BACK TO ITS TAG PRICE.  ITMENT CALLS
      *    IT AT INTAKE AND ITMFIND ON THE FLOOR; IT ONLY READS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD  PIC X(146).
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-SA-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-RECEIPT         VALUE 1.
          03 WS-SA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-ARCHIVE   VALUE 1.
          03 WS-KEYWORD-SW     PIC 9 VALUE 0.
             88 KEYWORD-HITS           VALUE 1.
             88 KEYWORD-MISSES         VALUE 0.
      * --- "RECENTLY SOLD" IS THE LAST YEAR --------------------------
       01 WS-LOOKBACK-DAYS     PIC 9(3) VALUE 365.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-CUTOFF-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-WORK-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-RECEIVED-DATE     PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-RECEIVED-DATE.
          03 WS-RECEIVED-MMDD  PIC 9(4).
          03 WS-RECEIVED-YYYY  PIC 9(4).
       01 WS-DAYS              PIC S9(6) VALUE ZEROS.
      * --- SAME WINDOW SCAN ITMFIND AND THE WANT-LIST MATCH USE ------
       01 WS-FIND-WORD         PIC X(15) VALUE SPACES.
       01 WS-WORD-LEN          PIC 9(2) VALUE ZEROS.
       01 WS-DESC-UPPER        PIC X(30) VALUE SPACES.
       01 WS-SCAN-POS          PIC 9(2) VALUE ZEROS.
       01 WS-SCAN-LIMIT        PIC 9(2) VALUE ZEROS.
      * --- ONE ROW PER COMP FOUND.  UNUSED ROWS ARE HIGH-VALUES SO
      *     THE PRICE SORT LEAVES THEM AT THE BOTTOM -----------------
       01 WS-COMP-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-COMP-TABLE.
          03 WS-COMP-ENTRY     OCCURS 300 TIMES INDEXED BY CM-IDX.
             05 WS-CM-PRICE         PIC 9(6)V9(2).
             05 WS-CM-SOLD-DATE     PIC 9(8).
             05 WS-CM-SKU           PIC X(12).
             05 WS-CM-DESCRIPTION   PIC X(30).
             05 WS-CM-TENANT-ID     PIC 9(6).
             05 WS-CM-CATEGORY      PIC X(4).
             05 WS-CM-TAG-PRICE     PIC 9(6)V9(2).
             05 WS-CM-RECEIPT-NO    PIC 9(6).
             05 WS-CM-DAYS          PIC 9(4).
             05 WS-CM-MARKDOWN-PCT  PIC 9(2).
             05 WS-CM-SOURCE        PIC X.
                88 CM-PRICE-FOUND           VALUE 'L'.
                88 CM-PRICE-FROM-TAG        VALUE 'T'.
                88 CM-PRICE-WANTED          VALUE ' '.
             05 WS-CM-CLOSE-SW      PIC X.
                88 CM-CLOSE-MATCH           VALUE 'Y'.
       01 WS-UNRESOLVED-COUNT  PIC 9(3) VALUE ZEROS.
       01 WS-LOWER-IDX         PIC 9(3) VALUE ZEROS.
       01 WS-UPPER-IDX         PIC 9(3) VALUE ZEROS.
       01 WS-LIST-IDX          PIC 9(3) VALUE ZEROS.
       01 WS-SOLD-ISO          PIC 9(8) VALUE ZEROS.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY COMPSLKP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING COMPS-LOOKUP-PARAMS.
       MAINLINE.
           MOVE ZEROS TO CQ-MATCH-COUNT CQ-LOW-PRICE CQ-MEDIAN-PRICE
                         CQ-HIGH-PRICE CQ-SHOWN-COUNT
           INITIALIZE CQ-COMP(1) CQ-COMP(2) CQ-COMP(3) CQ-COMP(4)
                      CQ-COMP(5) CQ-COMP(6) CQ-COMP(7) CQ-COMP(8)
           MOVE SPACES TO CQ-MESSAGE
           IF CQ-CATEGORY = SPACES AND CQ-KEYWORD = SPACES
               MOVE 'KEY A CATEGORY OR A KEYWORD FOR COMPS'
                   TO CQ-MESSAGE
               GOBACK
           END-IF
           MOVE CQ-KEYWORD TO WS-FIND-WORD
           INSPECT WS-FIND-WORD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROS TO WS-WORD-LEN
           IF WS-FIND-WORD NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-WORD))
                   TO WS-WORD-LEN
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO = DF-YEAR * 10000 + DF-MONTH * 100
               + DF-DAY
           COMPUTE WS-WORK-ISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
               - WS-LOOKBACK-DAYS)
           MOVE WS-WORK-ISO TO WS-CUTOFF-DATE
           MOVE ZEROS TO WS-COMP-COUNT WS-UNRESOLVED-COUNT
           MOVE HIGH-VALUES TO WS-COMP-TABLE
           PERFORM COLLECT-SOLD-TAGS
           IF WS-COMP-COUNT = ZEROS
               MOVE 'NO COMPARABLE SALES IN THE LAST YEAR'
                   TO CQ-MESSAGE
               GOBACK
           END-IF
           PERFORM PRICE-FROM-LIVE-LEDGER
           IF WS-UNRESOLVED-COUNT > ZEROS
               PERFORM PRICE-FROM-ARCHIVE
           END-IF
           PERFORM FALL-BACK-TO-TAG-PRICE
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > WS-COMP-COUNT
      * --- LOW, MEDIAN, AND HIGH OFF THE PRICE ORDER; THEN NEWEST
      *     FIRST FOR THE LIST -----------------------------------------
           SORT WS-COMP-ENTRY ON ASCENDING KEY WS-CM-PRICE
           MOVE WS-COMP-COUNT TO CQ-MATCH-COUNT
           MOVE WS-CM-PRICE(1) TO CQ-LOW-PRICE
           MOVE WS-CM-PRICE(WS-COMP-COUNT) TO CQ-HIGH-PRICE
           COMPUTE WS-LOWER-IDX = (WS-COMP-COUNT + 1) / 2
           COMPUTE WS-UPPER-IDX = WS-COMP-COUNT / 2 + 1
           COMPUTE CQ-MEDIAN-PRICE ROUNDED =
               (WS-CM-PRICE(WS-LOWER-IDX) + WS-CM-PRICE(WS-UPPER-IDX))
               / 2
           SORT WS-COMP-ENTRY ON ASCENDING KEY WS-CM-SOLD-DATE
           PERFORM HAND-BACK-ONE-COMP
               VARYING WS-LIST-IDX FROM WS-COMP-COUNT BY -1
               UNTIL WS-LIST-IDX < 1 OR CQ-SHOWN-COUNT >= 8
           GOBACK
           .
      *-----------------------------------------------------------------
       COLLECT-SOLD-TAGS.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IS-EOF-SW
           MOVE SPACES TO IS-SKU
           START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
               INVALID KEY
                   SET END-OF-ITEM-SKU TO TRUE
           END-START
           PERFORM READ-ITEM-SKU
           PERFORM TRY-ONE-TAG
               UNTIL END-OF-ITEM-SKU OR WS-COMP-COUNT >= 300
           CLOSE ITEM-SKU
           .
       READ-ITEM-SKU.
           IF NOT END-OF-ITEM-SKU
               READ ITEM-SKU NEXT RECORD
                   AT END
                       SET END-OF-ITEM-SKU TO TRUE
               END-READ
           END-IF
           .
       TRY-ONE-TAG.
           IF IS-IS-SOLD
                   AND IS-SOLD-DATE IS NUMERIC
                   AND IS-SOLD-DATE >= WS-CUTOFF-DATE
                   AND (CQ-CATEGORY = SPACES
                        OR CQ-CATEGORY = IS-CATEGORY)
               PERFORM CHECK-KEYWORD-IN-DESCRIPTION
               IF KEYWORD-HITS
                   PERFORM ADD-ONE-COMP
               END-IF
           END-IF
           PERFORM READ-ITEM-SKU
           .
       CHECK-KEYWORD-IN-DESCRIPTION.
           SET KEYWORD-HITS TO TRUE
           IF WS-WORD-LEN = ZEROS
               EXIT PARAGRAPH
           END-IF
           SET KEYWORD-MISSES TO TRUE
           MOVE IS-DESCRIPTION TO WS-DESC-UPPER
           INSPECT WS-DESC-UPPER
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           COMPUTE WS-SCAN-LIMIT = 31 - WS-WORD-LEN
           PERFORM SCAN-ONE-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR KEYWORD-HITS
           .
       SCAN-ONE-POSITION.
           IF WS-DESC-UPPER(WS-SCAN-POS:WS-WORD-LEN)
                   = WS-FIND-WORD(1:WS-WORD-LEN)
               SET KEYWORD-HITS TO TRUE
           END-IF
           .
       ADD-ONE-COMP.
           ADD 1 TO WS-COMP-COUNT
           SET CM-IDX TO WS-COMP-COUNT
           INITIALIZE WS-COMP-ENTRY(CM-IDX)
           MOVE IS-SKU            TO WS-CM-SKU(CM-IDX)
           MOVE IS-DESCRIPTION    TO WS-CM-DESCRIPTION(CM-IDX)
           MOVE IS-TENANT-ID      TO WS-CM-TENANT-ID(CM-IDX)
           MOVE IS-CATEGORY       TO WS-CM-CATEGORY(CM-IDX)
           MOVE IS-FULL-PRICE     TO WS-CM-TAG-PRICE(CM-IDX)
           MOVE IS-SOLD-DATE      TO WS-CM-SOLD-DATE(CM-IDX)
           MOVE SPACE             TO WS-CM-SOURCE(CM-IDX)
                                     WS-CM-CLOSE-SW(CM-IDX)
           IF IS-LEDGER-REF IS NUMERIC
               MOVE IS-LEDGER-REF TO WS-CM-RECEIPT-NO(CM-IDX)
           END-IF
           IF IS-MARKDOWN-PCT IS NUMERIC
               MOVE IS-MARKDOWN-PCT TO WS-CM-MARKDOWN-PCT(CM-IDX)
           END-IF
      * --- INTAKE IS STAMPED MMDDYYYY, THE SALE YYMMDD -------------
           MOVE IS-SOLD-DATE TO WS-SOLD-ISO
           IF IS-DATE-RECEIVED IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-SOLD-ISO) = ZEROS
               MOVE IS-DATE-RECEIVED TO WS-RECEIVED-DATE
               COMPUTE WS-WORK-ISO = WS-RECEIVED-YYYY * 10000
                   + WS-RECEIVED-MMDD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-ISO) = ZEROS
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-SOLD-ISO)
                       - FUNCTION INTEGER-OF-DATE(WS-WORK-ISO)
                   IF WS-DAYS >= ZEROS AND WS-DAYS <= 9999
                       MOVE WS-DAYS TO WS-CM-DAYS(CM-IDX)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-UNRESOLVED-COUNT
           .
      *-----------------------------------------------------------------
      * --- THE RECEIPT'S LINES ARE READ IN KEY ORDER; THE LINE FOR
      *     THE SAME CONSIGNOR AND CATEGORY WHOSE TAG PRICE MATCHES IS
      *     TAKEN OVER ONE THAT MERELY SHARES CONSIGNOR AND CATEGORY --
       PRICE-FROM-LIVE-LEDGER.
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-ONE-FROM-LEDGER
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > WS-COMP-COUNT
           CLOSE SALES-LEDGER
           .
       PRICE-ONE-FROM-LEDGER.
           IF WS-CM-RECEIPT-NO(CM-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SL-EOF-SW
           MOVE WS-CM-RECEIPT-NO(CM-IDX) TO SL-RECEIPT-NO
           MOVE ZEROS TO SL-LINE-NO
           START SALES-LEDGER KEY IS NOT LESS THAN SL-RECEIPT-KEY
               INVALID KEY
                   SET END-OF-RECEIPT TO TRUE
           END-START
           PERFORM READ-RECEIPT-LINE
           PERFORM TRY-ONE-RECEIPT-LINE
               UNTIL END-OF-RECEIPT OR CM-CLOSE-MATCH(CM-IDX)
           IF NOT CM-PRICE-WANTED(CM-IDX)
               SUBTRACT 1 FROM WS-UNRESOLVED-COUNT
           END-IF
           .
       READ-RECEIPT-LINE.
           IF NOT END-OF-RECEIPT
               READ SALES-LEDGER NEXT RECORD
                   AT END
                       SET END-OF-RECEIPT TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-RECEIPT
                   AND SL-RECEIPT-NO NOT = WS-CM-RECEIPT-NO(CM-IDX)
               SET END-OF-RECEIPT TO TRUE
           END-IF
           .
       TRY-ONE-RECEIPT-LINE.
           PERFORM MATCH-SALE-ROW
           PERFORM READ-RECEIPT-LINE
           .
      * --- SHARED BY THE LEDGER AND ARCHIVE PASSES: DOES THE SALE ROW
      *     NOW IN SALES-LEDGER-RECORD BELONG TO COMP CM-IDX? ---------
       MATCH-SALE-ROW.
           IF SL-IS-VOIDED OR NOT SL-IS-SALE
                   OR SL-RECEIPT-NO NOT = WS-CM-RECEIPT-NO(CM-IDX)
                   OR SL-TENANT-ID NOT = WS-CM-TENANT-ID(CM-IDX)
                   OR SL-CATEGORY NOT = WS-CM-CATEGORY(CM-IDX)
                   OR CM-CLOSE-MATCH(CM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF SL-FULL-PRICE = WS-CM-TAG-PRICE(CM-IDX)
               MOVE SL-SALE-PRICE TO WS-CM-PRICE(CM-IDX)
               SET CM-PRICE-FOUND(CM-IDX) TO TRUE
               SET CM-CLOSE-MATCH(CM-IDX) TO TRUE
           ELSE
               IF CM-PRICE-WANTED(CM-IDX)
                   MOVE SL-SALE-PRICE TO WS-CM-PRICE(CM-IDX)
                   SET CM-PRICE-FOUND(CM-IDX) TO TRUE
               END-IF
           END-IF
           .
      * --- ONE PASS OVER THE ARCHIVE FOR WHATEVER THE LIVE LEDGER NO
      *     LONGER HOLDS -----------------------------------------------
       PRICE-FROM-ARCHIVE.
           OPEN INPUT SALES-ARCHIVE
           IF WS-SA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SA-EOF-SW
           PERFORM READ-SALES-ARCHIVE
           PERFORM MATCH-ONE-ARCHIVE-ROW UNTIL END-OF-SALES-ARCHIVE
           CLOSE SALES-ARCHIVE
           .
       READ-SALES-ARCHIVE.
           READ SALES-ARCHIVE NEXT RECORD
               AT END
                   SET END-OF-SALES-ARCHIVE TO TRUE
           END-READ
           .
       MATCH-ONE-ARCHIVE-ROW.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           IF SL-RECEIPT-NO IS NUMERIC AND SL-RECEIPT-NO > ZEROS
               PERFORM MATCH-ARCHIVE-ROW-TO-COMP
                   VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > WS-COMP-COUNT
           END-IF
           PERFORM READ-SALES-ARCHIVE
           .
       MATCH-ARCHIVE-ROW-TO-COMP.
           IF WS-CM-RECEIPT-NO(CM-IDX) = SL-RECEIPT-NO
               PERFORM MATCH-SALE-ROW
           END-IF
           .
       FALL-BACK-TO-TAG-PRICE.
           IF CM-PRICE-WANTED(CM-IDX)
               MOVE WS-CM-TAG-PRICE(CM-IDX) TO WS-CM-PRICE(CM-IDX)
               SET CM-PRICE-FROM-TAG(CM-IDX) TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
       HAND-BACK-ONE-COMP.
           SET CM-IDX TO WS-LIST-IDX
           ADD 1 TO CQ-SHOWN-COUNT
           MOVE WS-CM-SKU(CM-IDX)  TO CQ-C-SKU(CQ-SHOWN-COUNT)
           MOVE WS-CM-DESCRIPTION(CM-IDX)
               TO CQ-C-DESCRIPTION(CQ-SHOWN-COUNT)
           MOVE WS-CM-SOLD-DATE(CM-IDX)
               TO CQ-C-SOLD-DATE(CQ-SHOWN-COUNT)
           MOVE WS-CM-PRICE(CM-IDX) TO CQ-C-PRICE(CQ-SHOWN-COUNT)
           MOVE WS-CM-DAYS(CM-IDX)  TO CQ-C-DAYS(CQ-SHOWN-COUNT)
           MOVE WS-CM-MARKDOWN-PCT(CM-IDX)
               TO CQ-C-MARKDOWN-PCT(CQ-SHOWN-COUNT)
           MOVE WS-CM-SOURCE(CM-IDX) TO CQ-C-SOURCE(CQ-SHOWN-COUNT)
           .
