      *    TENANT MASTER AND TODAY'S SALES-LEDGER ACTIVITY INTO ONE
      *    PRINTED SUMMARY, SINCE THOSE TWO SCREENS ARE THE TWO HALVES
      *    OF THE BOOKS THE OWNER ASKS FOR EVERY EVENING.
      *    "GNUMAIN DTR006 [STORE]" -- A TWO-DIGIT STORE LIMITS THE
      *    REPORT TO THAT LOCATION; BLANK OR ALL COVERS EVERY STORE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          88 END-OF-QUARANTINE         VALUE 1.
       01 WS-QUAR-SHOWN        PIC 9(4) VALUE ZEROS.
       01 WS-TODAY-MMDDYYYY    PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-RENT-PAYMENT-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-RENT-TOTAL-COLLECTED  PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-SALE-COUNT            PIC 9(4) VALUE ZEROS.
       01 WS-SALES-TOTAL           PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-COMMISSION-TOTAL      PIC S9(6)V9(2) VALUE ZEROS.
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
      * --- TODAY'S SHORT-TERM (DAILY) BOOTH RENTALS OFF THE STRENT
      *     REGISTER ---------------------------------------------------
       01 WS-SR-STATUS             PIC XX VALUE '00'.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-SALES-SHOW        PIC -(6)9.99 VALUE ZEROS.
       01 WS-COMM-SHOW         PIC -(5)9.99 VALUE ZEROS.
       LINKAGE SECTION.
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
                       STOP RUN
                   END-IF
                   MOVE 0 TO WS-CONSOL-SW
               END-IF
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DF-MMDDYYYY TO WS-TODAY-MMDDYYYY
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           SET SP-OP-OPEN TO TRUE
           MOVE 'DTR006' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           STRING 'FOR: ' WS-TODAY-MMDDYYYY
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
           PERFORM PRINT-QUARANTINE-SUMMARY
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
               PERFORM READ-TENANT-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE TM-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF TM-LAST-PAID-DATE = WS-TODAY-MMDDYYYY
                   AND ROW-IN-STORE
               STRING TM-FIRST DELIMITED BY SPACE
                      ' ' TM-LAST-NAME DELIMITED BY SIZE
                      INTO WS-NAME-LINE
           IF WS-SL-STATUS NOT = '00'
               SET END-OF-SALES-LEDGER TO TRUE
           ELSE
               MOVE WS-TODAY-CCYYMMDD TO SL-DATE-OF-SALE
               START SALES-LEDGER
                   KEY IS NOT LESS THAN SL-DATE-OF-SALE
                   INVALID KEY
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           IF SL-DATE-OF-SALE > WS-TODAY-CCYYMMDD
               SET END-OF-SALES-LEDGER TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SL-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF SL-DATE-OF-SALE = WS-TODAY-CCYYMMDD
                   AND ROW-IN-STORE
               MOVE SPACES TO WS-RPT-LINE
               STRING SL-TENANT-ID ' ' SL-TRANS-TYPE ' '
                      SL-CATEGORY ' ' SL-SALE-PRICE ' '
           END-READ
           .
       SUM-ONE-SHORT-TERM-ROW.
           MOVE SR-STORE-ID TO WS-ROW-STORE
           PERFORM CHECK-ROW-STORE
           IF SR-DATE-PAID = WS-TODAY-MMDDYYYY
                   AND ROW-IN-STORE
               ADD 1 TO WS-STRENT-COUNT
               ADD SR-AMOUNT TO WS-STRENT-TOTAL
           END-IF
               DELIMITED BY SIZE INTO WS-RPT-LINE
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
