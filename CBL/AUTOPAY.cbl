       01 WS-RETURN-FEE        PIC 9(3)V9(2) VALUE 25.00.
       01 WS-LAST-AMOUNT       PIC S9(4)V9(2) VALUE ZEROS.
       01 WS-LAST-RECEIPT      PIC 9(6) VALUE ZEROS.
       01 WS-LAST-RL-STORE     PIC X(2) VALUE SPACES.
       COPY DATEFMT.
       COPY ARPOST.
       COPY PERCHK.
       COPY JRNLTM.
       COPY BANKPROT.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
           .
       POST-ONE-DRAFT.
           MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
      * --- THE DRAFT ROW IS THE ONE PLACE THE CLEAR NUMBERS GO; THE
      *     REVEAL IS LOGGED TO BANKAUD BY BANKPROT -------------------
           SET BP-REVEAL TO TRUE
           MOVE 'AUTOPAY'            TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE 'ACH'                TO BP-OPERATOR-ID
           MOVE 'RENT DRAFT'         TO BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           IF NOT BP-OK
               DISPLAY 'BANK DETAILS UNREADABLE FOR TENANT '
                       TM-TENANT-ID ' -- NOT DRAFTED'
               EXIT PARAGRAPH
           END-IF
           MOVE BP-ROUTING TO DR-ROUTING
           MOVE BP-ACCOUNT TO DR-ACCOUNT
           MOVE TM-RENT-AMOUNT  TO DR-AMOUNT
           MOVE TM-TENANT-ID    TO DR-TENANT-ID
           MOVE DF-MMDDYYYY     TO DR-DRAFT-DATE
           MOVE TM-RENT-AMOUNT     TO RL-AMOUNT-PAID
           MOVE ZEROS              TO RL-LATE-FEE-PAID
           MOVE 'ACH'              TO RL-OPERATOR-ID
           MOVE TM-STORE-ID        TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
               SET DRAFT-FOUND TO TRUE
               MOVE RL-AMOUNT-PAID TO WS-LAST-AMOUNT
               MOVE RL-RECEIPT-NO  TO WS-LAST-RECEIPT
               MOVE RL-STORE-ID    TO WS-LAST-RL-STORE
           END-IF
           PERFORM READ-RENT-LEDGER
           .
           COMPUTE RL-AMOUNT-PAID = ZEROS - WS-LAST-AMOUNT
           MOVE ZEROS            TO RL-LATE-FEE-PAID
           MOVE 'ACH'            TO RL-OPERATOR-ID
           MOVE WS-LAST-RL-STORE TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
