               ASSIGN TO 'RENTSLP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT PAYMENT-PLANS
               ASSIGN TO 'PAYPLANF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-TENANT-ID
               FILE STATUS IS WS-PP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY RENTCTR.
       FD  RECEIPT-SLIP.
       01 RECEIPT-SLIP-RECORD  PIC X(60).
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-RC-STATUS         PIC XX VALUE '00'.
       01 WS-RS-STATUS         PIC XX VALUE '00'.
       01 WS-PP-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-SLIP-NAME         PIC X(41) VALUE SPACES.
       COPY WSSCRN.
       COPY DATEFMT.
       COPY ARPOST.
       COPY CONTPUT.
       COPY DAYCHK.
       COPY PERCHK.
       COPY JRNLTM.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY OPERPIN.
       COPY TRAINMD.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
          03 WS-AMOUNT-SW      PIC 9 VALUE 0.
             88 AMOUNT-IS-VALID        VALUE 1.
             88 AMOUNT-NOT-VALID       VALUE 0.
          03 WS-PLAN-SW        PIC 9 VALUE 0.
             88 APPLIED-TO-PLAN        VALUE 1.
       01 WS-RENT-DT.
          03 RD-MONTH       PIC 9(2).
          03 RD-DAY         PIC 9(2).
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 31 VALUE 'Darlene''s Treasures'
                               HIGHLIGHT
                               FOREGROUND-COLOR 4.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 31 VALUE 'Darlene''s Treasures'
                               HIGHLIGHT
                               FOREGROUND-COLOR 4.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           SET TR-OP-CHECK TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
      * --- RENT POSTS ONLY TO AN OPEN BUSINESS DAY, SAME AS CMSPLN --
      *     THE DESK'S STORE IS ARGV(1) ("GNUMAIN RENTPAY 02"); LEFT
      *     OFF, IT IS STORE 01 ----------------------------------------
           IF ARGC >= 1
               MOVE ARGV(1)(1:2) TO DC-STORE-ID
           END-IF
           CALL 'DAYCHK' USING DAY-CHECK-PARAMS
           IF DC-DAY-NOT-OPEN
               DISPLAY 'RENT POSTING REFUSED -- ' DC-MESSAGE
                   PERFORM GET-NEXT-RECEIPT-NO
                   PERFORM POST-RENT-PAYMENT
                   PERFORM WRITE-RENT-LEDGER-ROW
                   PERFORM APPLY-TO-PAYMENT-PLAN
                   PERFORM PRINT-RECEIPT-SLIP
                   MOVE 'RENT PAYMENT POSTED' TO SC-MESSAGE
                   DISPLAY RENTPAY-SCREEN
                       SET OPERATOR-SIGNED-IN TO TRUE
                       MOVE OP-INITIALS-OUT TO WS-OPERATOR-INITIALS
                   ELSE
                       IF OP-PIN-TRAINEE
                           MOVE 'TRAINEE PIN -- USE TRAINING MODE'
                               TO SC-PIN-MESSAGE
                       ELSE
                           MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                               TO SC-PIN-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SC-AMOUNT-PAID        TO RL-AMOUNT-PAID
           MOVE SC-LATE-FEE-PAID      TO RL-LATE-FEE-PAID
           MOVE WS-OPERATOR-INITIALS  TO RL-OPERATOR-ID
           MOVE TM-STORE-ID           TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
           COMPUTE AP-AMOUNT = SC-AMOUNT-PAID + SC-LATE-FEE-PAID
           CALL 'ARPOST' USING AR-POST-PARAMS
           .
      *-----------------------------------------------------------------
      * --- A TENANT ON AN ACTIVE PAYMENT PLAN HAS THE WHOLE RECEIPT
      *     COUNTED TOWARD THE INSTALLMENT NOW DUE (PAYPLAN'S NIGHTLY
      *     CHECK SETTLES IT); ONCE THE PLAN AMOUNT IS PAID IN FULL
      *     THE PLAN IS COMPLETE AND THE CONTACT LOG SAYS SO ----------
       APPLY-TO-PAYMENT-PLAN.
           OPEN I-O PAYMENT-PLANS
           IF WS-PP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SC-TENANT-ID TO PP-TENANT-ID
           READ PAYMENT-PLANS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PP-STATUS = '00' AND PP-IS-ACTIVE
               SET APPLIED-TO-PLAN TO TRUE
               ADD SC-AMOUNT-PAID SC-LATE-FEE-PAID TO PP-PERIOD-PAID
               ADD SC-AMOUNT-PAID SC-LATE-FEE-PAID TO PP-TOTAL-PAID
               IF PP-TOTAL-PAID >= PP-PLAN-AMOUNT
                   SET PP-IS-COMPLETED TO TRUE
                   MOVE DF-MMDDYYYY TO PP-STATUS-DATE
                   MOVE SC-TENANT-ID TO LG-TENANT-ID
                   MOVE 'RENTPAY ' TO LG-SOURCE
                   MOVE 'PAYMENT PLAN PAID IN FULL -- PLAN COMPLETED'
                       TO LG-NOTE
                   CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
               END-IF
               REWRITE PAYMENT-PLAN-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE PAYMENT PLAN'
                           TO SC-MESSAGE
               END-REWRITE
           END-IF
           CLOSE PAYMENT-PLANS
           .
      *-----------------------------------------------------------------
       PRINT-RECEIPT-SLIP.
           STRING TM-FIRST DELIMITED BY SPACE
           MOVE 'DARLENE''S TREASURES - RENT RECEIPT'
               TO RECEIPT-SLIP-RECORD
           WRITE RECEIPT-SLIP-RECORD
           IF TR-IS-TRAINING
               MOVE '*** TRAINING -- NOT A RENT RECEIPT ***'
                   TO RECEIPT-SLIP-RECORD
               WRITE RECEIPT-SLIP-RECORD
           END-IF
           MOVE SPACES TO RECEIPT-SLIP-RECORD
           WRITE RECEIPT-SLIP-RECORD
           STRING 'RECEIPT NO: ' SC-RECEIPT-NO DELIMITED BY SIZE
           STRING 'TAKEN BY: ' WS-OPERATOR-INITIALS DELIMITED BY SIZE
               INTO RECEIPT-SLIP-RECORD
           WRITE RECEIPT-SLIP-RECORD
           IF APPLIED-TO-PLAN
               IF PP-IS-COMPLETED
                   MOVE 'PAYMENT PLAN: PAID IN FULL'
                       TO RECEIPT-SLIP-RECORD
               ELSE
                   STRING 'PAYMENT PLAN: ' PP-TOTAL-PAID ' OF '
                       PP-PLAN-AMOUNT ', NEXT DUE ' PP-NEXT-DUE-DATE
                       DELIMITED BY SIZE INTO RECEIPT-SLIP-RECORD
               END-IF
               WRITE RECEIPT-SLIP-RECORD
           END-IF
           CLOSE RECEIPT-SLIP
           .
      *-----------------------------------------------------------------
