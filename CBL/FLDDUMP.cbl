       01 WS-SEP               PIC X(60) VALUE ALL '-'.
       01 HX-FIELD             PIC X(40) VALUE SPACES.
       01 L-FIELD               PIC 9(4) COMP.
       COPY BANKPROT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
               PERFORM SHOW-TM-RENT-AMOUNT
               PERFORM SHOW-TM-CONSIGNMENT-PCT
               PERFORM SHOW-TM-NEXT-RENT-DUE-ON
               PERFORM SHOW-TM-BANK-FIELDS
           END-IF
           CLOSE TENANT-MASTER
           .
                   TM-NEXT-RENT-DUE-ON
                   ' | LEN: ' L-FIELD ' | HEX: ' HX-FIELD
           .
      * --- THE BANK FIELDS ARE NEVER DUMPED RAW, NOT EVEN IN HEX: ONLY
      *     THE PROTECTED FLAG AND THE LAST FOUR DIGITS ARE SHOWN ----
       SHOW-TM-BANK-FIELDS.
           SET BP-MASK TO TRUE
           MOVE 'FLDDUMP'            TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE SPACES               TO BP-OPERATOR-ID BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           DISPLAY 'TM-BANK-ROUTING     PIC 9(9)       = '
                   BP-ROUTING-MASK ' | MASKED'
           DISPLAY 'TM-BANK-ACCOUNT     PIC X(17)      = '
                   BP-ACCOUNT-MASK ' | MASKED'
           DISPLAY 'TM-BANK-PROTECT-FLAG PIC X         = '
                   TM-BANK-PROTECT-FLAG
           .
      *-----------------------------------------------------------------
       DUMP-ITEM-RECORD.
           MOVE WS-TARGET-KEY(1:12) TO IS-SKU
       SHOW-IS-FULL-PRICE.
           MOVE FUNCTION HEX-OF(IS-FULL-PRICE) TO HX-FIELD
           MOVE LENGTH OF IS-FULL-PRICE TO L-FIELD
           DISPLAY 'IS-FULL-PRICE       PIC 9(6)V9(2)  = '
                   IS-FULL-PRICE
                   ' | LEN: ' L-FIELD ' | HEX: ' HX-FIELD
           .
