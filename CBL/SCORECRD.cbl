      *    BALANCE, AND OUTSTANDING GIFT-CERTIFICATE LIABILITY.
      *    SPOOLED THROUGH SPOOLIO; RUN AS A WEEKLY (W1) JOBLIST STEP
      *    SO IT IS ON THE DESK BEFORE THE SHOP OPENS.
      *    "GNUMAIN SCORECRD [STORE]" -- A TWO-DIGIT STORE LIMITS
      *    SALES, RENT, TILLS AND VACANT BOOTHS TO THAT LOCATION;
      *    BLANK OR ALL IS THE CONSOLIDATED PAGE.  A/R, LAYAWAY AND
      *    GIFT CERTIFICATES ARE COMPANY-WIDE ON EVERY RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
       01 WS-VACANT-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-LAYAWAY-BALANCE   PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-GC-LIABILITY      PIC S9(8)V9(2) VALUE ZEROS.
      * --- WHICH LOCATION: ARGV(1), BLANK OR 'ALL' FOR EVERY STORE.
      *     ROWS WITH A BLANK STORE BELONG TO STORE 01 -----------------
       01 WS-STORE-ARG         PIC X(3) VALUE SPACES.
       01 WS-STORE-ID          PIC X(2) VALUE SPACES.
       01 WS-STORE-NUM REDEFINES WS-STORE-ID
                               PIC 9(2).
       01 WS-CONSOL-SW         PIC 9 VALUE 1.
          88 ALL-STORES                VALUE 1.
       01 WS-ROW-STORE         PIC X(2) VALUE SPACES.
       01 WS-ROW-STORE-SW      PIC 9 VALUE 0.
          88 ROW-IN-STORE              VALUE 1.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-THIS-SHOW         PIC -(7)9.99.
       01 WS-PRIOR-SHOW        PIC -(7)9.99.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC >= 1 AND ARGV(1) NOT = SPACES
               MOVE ARGV(1) TO WS-STORE-ARG
               INSPECT WS-STORE-ARG
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-STORE-ARG NOT = 'ALL'
                   MOVE WS-STORE-ARG TO WS-STORE-ID
                   IF WS-STORE-ID NOT NUMERIC OR WS-STORE-NUM = ZEROS
                       DISPLAY 'STORE MUST BE A TWO-DIGIT NUMBER OR ALL'
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 0 TO WS-CONSOL-SW
               END-IF
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY)
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------------------
      * --- THE TWO WEEKS ARE DAY RANGES THE MONTHLY SUMMARY CANNOT
      *     SPLIT, SO THE LEDGER IS READ -- BUT ONLY FROM THE FIRST
      *     DAY OF THE PRIOR WEEK ON, BY THE DATE KEY ----------------
       SCAN-SALES-LEDGER.
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-ISO =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-FROM-INT)
           MOVE WS-ROW-ISO TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   CLOSE SALES-LEDGER
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM BUCKET-ONE-SALE UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF NOT ROW-IN-STORE
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE TO WS-ROW-ISO
           COMPUTE WS-ROW-INT =
               FUNCTION INTEGER-OF-DATE(WS-ROW-ISO)
           EVALUATE TRUE
           END-READ
           .
       BUCKET-ONE-RENT-ROW.
           MOVE RL-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF NOT ROW-IN-STORE
               PERFORM READ-RENT-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE RL-DATE-PAID TO WS-RL-DT
           COMPUTE WS-ROW-ISO =
               WS-RL-YYYY * 10000 + WS-RL-MM * 100 + WS-RL-DD
           END-READ
           .
       BUCKET-ONE-CLOSE.
           MOVE TV-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF NOT ROW-IN-STORE
               PERFORM READ-TILL-HISTORY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-ISO = 20000000 + TV-DATE
           COMPUTE WS-ROW-INT =
               FUNCTION INTEGER-OF-DATE(WS-ROW-ISO)
           END-READ
           .
       COUNT-ONE-BOOTH.
           MOVE BM-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF BM-IS-VACANT AND ROW-IN-STORE
               ADD 1 TO WS-VACANT-COUNT
           END-IF
           PERFORM READ-BOOTH-MASTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF ALL-STORES
               MOVE 'STORE: ALL (CONSOLIDATED)' TO WS-RPT-LINE
           ELSE
               STRING 'STORE: ' WS-STORE-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE '                      THIS WEEK   PRIOR WEEK'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'POSITIONS AS OF THIS MORNING:' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF NOT ALL-STORES
               MOVE '(A/R, LAYAWAY AND GIFT CERTS ARE ALL STORES)'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE WS-OPEN-AR TO WS-THIS-SHOW
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN TENANT A/R:    ' WS-THIS-SHOW
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      *-----------------------------------------------------------------
      * --- DOES THE ROW'S STORE (WS-ROW-STORE) BELONG ON THIS RUN?
      *     EVERY ROW DOES ON A CONSOLIDATED RUN; A BLANK STORE IS
      *     STORE 01, THE ORIGINAL MALL --------------------------------
       CHECK-ROW-STORE.
           MOVE 0 TO WS-ROW-STORE-SW
           IF WS-ROW-STORE = SPACES
               MOVE '01' TO WS-ROW-STORE
           END-IF
           IF ALL-STORES OR WS-ROW-STORE = WS-STORE-ID
               SET ROW-IN-STORE TO TRUE
           END-IF
           .
