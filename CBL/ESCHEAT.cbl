      *    THE ANNUAL SWEEP LISTS EVERY GIFTCERT AND CHKREG ITEM
      *    OLDER THAN THE DORMANCY PERIOD WITH THE OWNER'S LAST KNOWN
      *    NAME AND ADDRESS (CUSTOMER MASTER FOR CERT BUYERS; TENANT
      *    MASTER, FALLING BACK TO TENTHIST, FOR CHECK PAYEES; THE
      *    VENDOR MASTER FOR A BILLPAY CHECK) AND
      *    WRITES THE STATE REMITTANCE WORKSHEET TO ESCHEATW.
      *      "GNUMAIN ESCHEAT [DAYS]"        LIST ONLY (DEFAULT 1095)
      *      "GNUMAIN ESCHEAT REMIT [DAYS]"  ALSO MARKS EACH SWEPT
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VM-STATUS.
           SELECT TENANT-HISTORY
               ASSIGN TO 'TENANTHS'
               ORGANIZATION IS SEQUENTIAL
       COPY CHKREG.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  VENDOR-MASTER.
       COPY VENDMAST.
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  WORKSHEET-PRINT.
       01 WS-GC-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-VM-STATUS         PIC XX VALUE '00'.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
       01 WS-WK-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
                   SET END-OF-GIFT-CERTS TO TRUE
           END-READ
           .
      * --- A FREQUENT-BUYER REWARD WAS NEVER PAID FOR, SO THERE IS NO
      *     CUSTOMER MONEY IN IT TO REMIT -- IT IS LEFT OFF THE SWEEP --
       SWEEP-ONE-CERT.
           IF GC-IS-OUTSTANDING AND GC-ISSUE-DATE > ZEROS
                   AND NOT GC-IS-REWARD
               MOVE GC-ISSUE-DATE TO WS-ITEM-DT
               PERFORM CALC-ITEM-AGE
               IF WS-ITEM-AGE > WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           OPEN INPUT VENDOR-MASTER
           MOVE ZEROS TO CR-CHECK-NO
           START CHECK-REGISTER KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
           PERFORM SWEEP-ONE-CHECK UNTIL END-OF-CHECK-REG
           CLOSE CHECK-REGISTER
           CLOSE TENANT-MASTER
           IF WS-VM-STATUS = '00'
               CLOSE VENDOR-MASTER
           END-IF
           .
       READ-CHECK-ROW.
           READ CHECK-REGISTER NEXT RECORD
           SET OWNER-NOT-FOUND TO TRUE
           MOVE 'PAYEE NOT ON FILE' TO WS-OWNER-NAME
           MOVE SPACES TO WS-OWNER-ADDRESS
           IF CR-VENDOR-ID IS NUMERIC AND CR-VENDOR-ID > ZEROS
               PERFORM FIND-VENDOR-PAYEE
               EXIT PARAGRAPH
           END-IF
           MOVE CR-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
               PERFORM FIND-PAYEE-IN-HISTORY
           END-IF
           .
       FIND-VENDOR-PAYEE.
           MOVE CR-VENDOR-ID TO VM-VENDOR-NO
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OWNER-FOUND TO TRUE
                   MOVE VM-NAME           TO WS-OWNER-NAME
                   MOVE VM-ADDRESS-LINE-1 TO WS-OWNER-ADDRESS
           END-READ
           .
       FIND-PAYEE-IN-HISTORY.
           SET WS-TH-EOF-SW TO 0
           OPEN INPUT TENANT-HISTORY
