      *      - POST-VOIDED RECEIPTS OFF VOIDREG
      *      - ITEM WRITE-OFFS
      *      - FEE WAIVERS OFF THE WAIVELOG TRAIL
      *      - CHECKS TAKEN FROM A NEGATIVE-FILE WRITER (CHKTAKE)
      *      - TENANT RECORDS FIXED BY DATASWP (OFF THE TM JOURNAL)
      *    "GNUMAIN EXCPDGST [YYMMDD]" (DEFAULT TODAY).
      *-----------------------------------------------------------------
               ASSIGN TO 'TMJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT CHECK-TAKEN-LOG
               ASSIGN TO 'CHKTAKE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY WAIVELOG.
       FD  TM-JOURNAL.
       COPY TMJRNL.
       FD  CHECK-TAKEN-LOG.
       COPY CHKTAKE.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-BC-STATUS         PIC XX VALUE '00'.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-WV-STATUS         PIC XX VALUE '00'.
       01 WS-JR-STATUS         PIC XX VALUE '00'.
       01 WS-CT-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
             88 END-OF-WAIVER-LOG      VALUE 1.
          03 WS-JR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TM-JOURNAL      VALUE 1.
          03 WS-CT-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CHECK-TAKEN     VALUE 1.
       01 WS-DIGEST-YYMMDD     PIC 9(6) VALUE ZEROS.
       01 WS-DIGEST-CCYYMMDD   PIC 9(8) VALUE ZEROS.
       01 WS-DIGEST-MMDDYYYY   PIC 9(8) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT   PIC 9(4) VALUE ZEROS.
      * --- EVERY EXCEPTION IS COLLECTED UNDER ITS OPERATOR AND
           MOVE WS-DIGEST-YYMMDD(5:2) TO WS-DIGEST-MMDDYYYY(3:2)
           MOVE '20'                  TO WS-DIGEST-MMDDYYYY(5:2)
           MOVE WS-DIGEST-YYMMDD(1:2) TO WS-DIGEST-MMDDYYYY(7:2)
           COMPUTE WS-DIGEST-CCYYMMDD = 20000000 + WS-DIGEST-YYMMDD
           PERFORM SWEEP-LEDGER-OVERRIDES
           PERFORM SWEEP-BAD-CHECKS
           PERFORM SWEEP-CHECK-VOIDS
           PERFORM SWEEP-POST-VOIDS
           PERFORM SWEEP-WRITE-OFFS
           PERFORM SWEEP-FEE-WAIVERS
           PERFORM SWEEP-CHECK-OVERRIDES
           PERFORM SWEEP-DATA-FIXES
           PERFORM PRINT-DIGEST
           GOBACK
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIGEST-CCYYMMDD TO SL-DATE-OF-SALE
           START SALES-LEDGER
               KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
           END-READ
           .
       CHECK-ONE-LEDGER-ROW.
           IF SL-DATE-OF-SALE > WS-DIGEST-CCYYMMDD
               SET END-OF-SALES-LEDGER TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SL-DATE-OF-SALE = WS-DIGEST-CCYYMMDD
                   AND SL-IS-OVERRIDE
               MOVE SL-OVERRIDE-MGR-ID TO WS-EX-WHO
               MOVE SPACES TO WS-EX-LINE
           PERFORM READ-WAIVER-ROW
           .
      *-----------------------------------------------------------------
      * --- A CHECK TAKEN FROM A WRITER STILL OWING ON CHKNEG CARRIES
      *     THE MANAGER WHO OVERRODE THE REFUSAL ---------------------
       SWEEP-CHECK-OVERRIDES.
           OPEN INPUT CHECK-TAKEN-LOG
           IF WS-CT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHECK-TAKEN
           PERFORM CHECK-ONE-CHECK-TAKEN UNTIL END-OF-CHECK-TAKEN
           CLOSE CHECK-TAKEN-LOG
           .
       READ-CHECK-TAKEN.
           READ CHECK-TAKEN-LOG NEXT RECORD
               AT END
                   SET END-OF-CHECK-TAKEN TO TRUE
           END-READ
           .
       CHECK-ONE-CHECK-TAKEN.
           IF CT-DATE-OF-SALE = WS-DIGEST-CCYYMMDD
                   AND CT-OVERRIDE-MGR-ID NOT = SPACES
               MOVE CT-OVERRIDE-MGR-ID TO WS-EX-WHO
               MOVE SPACES TO WS-EX-LINE
               STRING 'BAD-CHECK WRITER  RCPT ' CT-RECEIPT-NO
                   ' ' CT-CHECK-AMOUNT ' ' CT-WRITER-ID
                   DELIMITED BY SIZE INTO WS-EX-LINE
               PERFORM ADD-ONE-EXCEPTION
           END-IF
           PERFORM READ-CHECK-TAKEN
           .
      *-----------------------------------------------------------------
      * --- DATASWP'S FIXES RIDE THE TENANT-MASTER JOURNAL, STAMPED
      *     WITH ITS PROGRAM NAME --------------------------------------
       SWEEP-DATA-FIXES.
