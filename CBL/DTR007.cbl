           MOVE 'N'                 TO TM-AUTOPAY-FLAG
           MOVE ZEROS               TO TM-BANK-ROUTING
           MOVE SPACES              TO TM-BANK-ACCOUNT
           MOVE SPACE               TO TM-BANK-PROTECT-FLAG
           MOVE SPACES              TO TM-EMAIL
           MOVE 'P'                 TO TM-DELIVERY-PREF
           MOVE ZEROS               TO TM-CHARGE-LIMIT
           MOVE 'C'                 TO TM-PAYOUT-METHOD
           MOVE ZEROS               TO TM-DISC-LIMIT-PCT
           MOVE ZEROS               TO TM-DISC-BREAK-AMT
           MOVE ZEROS               TO TM-DISC-BREAK-PCT
           MOVE 'N'                 TO TM-RATE-LOCK
           MOVE '01'                TO TM-STORE-ID
           MOVE 'N'                 TO TM-SOLD-NOTICE
           PERFORM TRY-TO-RECLAIM-BOOTH
           OPEN I-O TENANT-MASTER
           WRITE TENANT-MASTER-RECORD
                   IF WS-BM-STATUS = '00' AND BM-IS-VACANT
                       SET BM-IS-OCCUPIED TO TRUE
                       MOVE TM-TENANT-ID TO BM-TENANT-ID
                       IF BM-STORE-ID NOT = SPACES
                           MOVE BM-STORE-ID TO TM-STORE-ID
                       END-IF
                       REWRITE BOOTH-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
