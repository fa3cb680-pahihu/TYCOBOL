      *      "GNUMAIN NSFREV SALE 000456 25.00" DOES THE SALES SIDE:
      *      EVERY CHECK-TENDERED ROW ON RECEIPT 000456 GETS AN
      *      OFFSETTING RETURN ROW, AND THE EVENT IS REGISTERED.
      *      THE CHECK WRITER (THE LICENSE OR PHONE CMSPLN LOGGED TO
      *      CHKTAKE UNDER THE RECEIPT, OR A FOURTH ARGUMENT WHEN THE
      *      LOG HAS NONE) GOES ON THE CHKNEG NEGATIVE FILE OWING THE
      *      CHECK AND THE FEE, SO THE REGISTER REFUSES THEIR NEXT ONE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'BADCHECK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT CHECK-NEGATIVE-FILE
               ASSIGN TO 'CHKNEG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-WRITER-ID
               FILE STATUS IS WS-CN-STATUS.
           SELECT CHECK-TAKEN-LOG
               ASSIGN TO 'CHKTAKE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY SALELEDG.
       FD  BAD-CHECK-REGISTER.
       COPY BADCHECK.
       FD  CHECK-NEGATIVE-FILE.
       COPY CHKNEG.
       FD  CHECK-TAKEN-LOG.
       COPY CHKTAKE.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-BC-STATUS         PIC XX VALUE '00'.
       01 WS-CN-STATUS         PIC XX VALUE '00'.
       01 WS-CT-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-RL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-RENT-LEDGER     VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-CT-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CHECK-TAKEN     VALUE 1.
          03 WS-FOUND-SW       PIC 9 VALUE 0.
             88 PAYMENT-FOUND          VALUE 1.
             88 PAYMENT-NOT-FOUND      VALUE 0.
       01 WS-LAST-AMOUNT       PIC S9(4)V9(2) VALUE ZEROS.
       01 WS-LAST-FEE-PAID     PIC S9(5)V9(2) VALUE ZEROS.
       01 WS-LAST-RECEIPT      PIC 9(6) VALUE ZEROS.
       01 WS-LAST-RL-STORE     PIC X(2) VALUE SPACES.
       01 WS-REVERSED-ROWS     PIC 9(3) VALUE ZEROS.
       01 WS-REVERSED-TOTAL    PIC 9(6)V9(2) VALUE ZEROS.
      * --- WHO WROTE THE BOUNCED CHECK, AND FOR HOW MUCH ------------
       01 WS-WRITER-ID         PIC X(20) VALUE SPACES.
       01 WS-WRITER-AMOUNT     PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-REV-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-REV-TABLE.
          03 WS-REV-ROW        OCCURS 20 TIMES PIC X(146).
       01 WS-RENT-DT.
          03 RD-MONTH          PIC 9(2).
          03 RD-DAY            PIC 9(2).
       COPY ARPOST.
       COPY CONTPUT.
       COPY JRNLTM.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
                   PERFORM REVERSE-SALE-RECEIPT
               WHEN OTHER
                   DISPLAY 'USE: NSFREV RENT <TENANT> [FEE]  OR  '
                           'NSFREV SALE <RECEIPT> [FEE] [DL/PHONE]'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
               MOVE RL-AMOUNT-PAID   TO WS-LAST-AMOUNT
               MOVE RL-LATE-FEE-PAID TO WS-LAST-FEE-PAID
               MOVE RL-RECEIPT-NO    TO WS-LAST-RECEIPT
               MOVE RL-STORE-ID      TO WS-LAST-RL-STORE
           END-IF
           PERFORM READ-RENT-LEDGER
           .
           COMPUTE RL-AMOUNT-PAID   = ZEROS - WS-LAST-AMOUNT
           COMPUTE RL-LATE-FEE-PAID = ZEROS - WS-LAST-FEE-PAID
           MOVE 'NSF'            TO RL-OPERATOR-ID
           MOVE WS-LAST-RL-STORE TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
                   DISPLAY 'REVERSED ' WS-REVERSED-ROWS
                           ' ROW(S) ON RECEIPT ' WS-TARGET-RECEIPT
                           ' TOTALING ' WS-REVERSED-TOTAL
                   PERFORM LIST-CHECK-WRITER
               END-IF
           END-IF
           .
           IF SL-RECEIPT-NO = WS-TARGET-RECEIPT
                   AND SL-IS-SALE
                   AND NOT SL-IS-REFUNDED
                   AND NOT SL-IS-DISPUTED
                   AND (SL-TENDER-1-CHECK OR SL-TENDER-2-CHECK)
                   AND WS-REVERSED-ROWS < 20
               MOVE 'Y' TO SL-REFUNDED-FLAG
           MOVE 'N'   TO SL-REFUNDED-FLAG
           MOVE 'NSF' TO SL-OPERATOR-ID
           COMPUTE SL-LINE-NO = 50 + WS-REV-IDX
           ACCEPT SL-DATE-OF-SALE FROM DATE YYYYMMDD
           COMPUTE SL-TIME-OF-SALE =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           WRITE SALES-LEDGER-RECORD
           MOVE WS-NSF-FEE        TO BC-NSF-FEE
           PERFORM APPEND-BAD-CHECK-ROW
           .
      * --- THE WRITER GOES ON (OR BACK ON) THE NEGATIVE FILE OWING
      *     THE CHECK AND THE NSF FEE; A WRITER WHO HAD PAID OFF AN
      *     EARLIER ONE IS UNPAID AGAIN UNTIL BADCKMNT RECORDS THIS
      *     ONE PAID --------------------------------------------------
       LIST-CHECK-WRITER.
           MOVE WS-REVERSED-TOTAL TO WS-WRITER-AMOUNT
           PERFORM FIND-CHECK-WRITER
           IF WS-WRITER-ID = SPACES
               DISPLAY 'NO CHECK WRITER LOGGED FOR RECEIPT '
                       WS-TARGET-RECEIPT ' -- LIST THEM IN BADCKMNT'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CHECK-NEGATIVE-FILE
           IF WS-CN-STATUS = '35'
               OPEN OUTPUT CHECK-NEGATIVE-FILE
               CLOSE CHECK-NEGATIVE-FILE
               OPEN I-O CHECK-NEGATIVE-FILE
           END-IF
           MOVE WS-WRITER-ID TO CN-WRITER-ID
           READ CHECK-NEGATIVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CN-STATUS NOT = '00'
               INITIALIZE CHECK-NEGATIVE-RECORD
               MOVE WS-WRITER-ID TO CN-WRITER-ID
               MOVE DF-MMDDYYYY  TO CN-LISTED-DATE
           END-IF
           ADD 1                 TO CN-BAD-COUNT
           ADD WS-WRITER-AMOUNT  TO CN-NSF-AMOUNT
           ADD WS-NSF-FEE        TO CN-NSF-FEE
           MOVE WS-TARGET-RECEIPT TO CN-LAST-RECEIPT
           MOVE ZEROS            TO CN-PAID-DATE
           SET CN-IS-UNPAID      TO TRUE
           MOVE 'NSF'            TO CN-UPDATED-BY
           IF WS-CN-STATUS = '00'
               REWRITE CHECK-NEGATIVE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE CHKNEG ' CN-WRITER-ID
               END-REWRITE
           ELSE
               WRITE CHECK-NEGATIVE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO ADD TO CHKNEG ' CN-WRITER-ID
               END-WRITE
           END-IF
           CLOSE CHECK-NEGATIVE-FILE
           DISPLAY 'CHECK WRITER ' WS-WRITER-ID
                   ' ON THE NEGATIVE FILE OWING ' WS-WRITER-AMOUNT
                   ' PLUS FEE ' WS-NSF-FEE
           .
      * --- A WRITER KEYED ON THE COMMAND LINE WINS; OTHERWISE THE
      *     LAST CHKTAKE ROW FOR THE RECEIPT NAMES THEM AND CARRIES
      *     THE CHECK'S OWN AMOUNT -------------------------------------
       FIND-CHECK-WRITER.
           MOVE SPACES TO WS-WRITER-ID
           IF ARGC >= 4
               MOVE ARGV (4) TO WS-WRITER-ID
               INSPECT WS-WRITER-ID
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECK-TAKEN-LOG
           IF WS-CT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHECK-TAKEN
           PERFORM MATCH-CHECK-TAKEN UNTIL END-OF-CHECK-TAKEN
           CLOSE CHECK-TAKEN-LOG
           .
       READ-CHECK-TAKEN.
           READ CHECK-TAKEN-LOG NEXT RECORD
               AT END
                   SET END-OF-CHECK-TAKEN TO TRUE
           END-READ
           .
       MATCH-CHECK-TAKEN.
           IF CT-RECEIPT-NO = WS-TARGET-RECEIPT
               MOVE CT-WRITER-ID    TO WS-WRITER-ID
               MOVE CT-CHECK-AMOUNT TO WS-WRITER-AMOUNT
           END-IF
           PERFORM READ-CHECK-TAKEN
           .
      *-----------------------------------------------------------------
       APPEND-BAD-CHECK-ROW.
           OPEN EXTEND BAD-CHECK-REGISTER
