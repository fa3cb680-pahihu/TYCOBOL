      *    STEP AFTER EACH CMSPAY RUN (AND AFTER A CHKMNT REISSUE OR
      *    VOID): WRITES EVERY CHKREG CHECK ISSUED SINCE THE LAST
      *    EXPORT -- CHECK NUMBER, DATE, PAYEE NAME OFF THE TENANT
      *    MASTER (THE VENDOR MASTER FOR A BILLPAY CHECK), AMOUNT --
      *    IN THE BANK'S FIXED LAYOUT TO POSPAY.TXT,
      *    PLUS A VOID NOTIFICATION LINE FOR EVERY CHECK VOIDED
      *    TODAY.  A FORGED OR ALTERED PAYOUT CHECK THEN BOUNCES AT
      *    THE BANK INSTEAD OF AT US.  EFT ENTRIES (THE 900000
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VM-STATUS.
           SELECT POSPAY-COUNTER
               ASSIGN TO 'POSPAYCT'
               ORGANIZATION IS RELATIVE
       COPY CHKREG.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  VENDOR-MASTER.
       COPY VENDMAST.
       FD  POSPAY-COUNTER.
       COPY POSPAYCT.
       FD  POSPAY-EXPORT.
       WORKING-STORAGE SECTION.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-VM-STATUS         PIC XX VALUE '00'.
       01 WS-PP-STATUS         PIC XX VALUE '00'.
       01 WS-PX-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
               GOBACK
           END-IF
           OPEN INPUT TENANT-MASTER
           OPEN INPUT VENDOR-MASTER
           OPEN OUTPUT POSPAY-EXPORT
           MOVE WS-LAST-EXPORTED TO WS-HIGH-WATER
           MOVE ZEROS TO CR-CHECK-NO
           PERFORM EXPORT-ONE-CHECK UNTIL END-OF-CHECK-REG
           CLOSE CHECK-REGISTER
           CLOSE TENANT-MASTER
           IF WS-VM-STATUS = '00'
               CLOSE VENDOR-MASTER
           END-IF
           CLOSE POSPAY-EXPORT
           PERFORM SAVE-EXPORT-WATERMARK
           DISPLAY 'POSITIVE PAY EXPORTED -- ISSUES: '
           MOVE CR-ISSUE-DATE TO PX-ISSUE-DATE
           MOVE CR-AMOUNT     TO PX-AMOUNT
           MOVE SPACES TO PX-PAYEE-NAME
           IF CR-VENDOR-ID IS NUMERIC AND CR-VENDOR-ID > ZEROS
               PERFORM FIND-VENDOR-PAYEE
               WRITE POSPAY-EXPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE CR-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
           END-IF
           WRITE POSPAY-EXPORT-RECORD
           .
      * --- A BILLPAY CHECK IS PAYABLE TO THE VENDOR, NOT A TENANT -----
       FIND-VENDOR-PAYEE.
           MOVE 'PAYEE NOT ON FILE' TO PX-PAYEE-NAME
           MOVE CR-VENDOR-ID TO VM-VENDOR-NO
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-NAME TO PX-PAYEE-NAME
           END-READ
           .
      *-----------------------------------------------------------------
       READ-EXPORT-WATERMARK.
           MOVE 1 TO WS-CTR-RRN
