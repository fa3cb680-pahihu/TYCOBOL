       COPY OPERPIN.
       COPY COMMCALC.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
       01 SC-RECEIPT-NO        PIC 9(6) VALUE ZEROS.
       01 SC-LINE-NO           PIC 9(2) VALUE ZEROS.
       01 SC-DESCRIPTION       PIC X(30) VALUE SPACES.
       01 SC-PRICE             PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
          03 LINE 07 COLUMN 16 PIC X(30)
                               FROM SC-DESCRIPTION.
          03 LINE 08 COLUMN 09 VALUE 'Price'.
          03 LINE 08 COLUMN 16 PIC ZZZ,ZZZ.9(2)
                               FROM SC-PRICE.
          03 LINE 10 COLUMN 02 VALUE 'Matched SKU '.
          03 LINE 10 COLUMN 16 PIC X(12)
                   MOVE 'UNABLE TO MOVE LEDGER ROW' TO SC-MESSAGE
           END-REWRITE
           CLOSE SALES-LEDGER
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IS-IS-SOLD TO TRUE
           ACCEPT IS-SOLD-DATE FROM DATE YYYYMMDD
           MOVE SU-RECEIPT-NO TO IS-LEDGER-REF
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'SUSPMTCH' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
           END-REWRITE
           CLOSE ITEM-SKU
           SET SU-IS-MATCHED TO TRUE
