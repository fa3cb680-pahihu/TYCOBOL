       COPY DATEFMT.
       COPY OPERPIN.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
               WHEN IS-IS-SOLD OR IS-IS-WRITTEN-OFF
                   MOVE 'ITEM ALREADY CLOSED OUT' TO SC-MESSAGE
               WHEN OTHER
                   MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
                   SET IS-IS-WRITTEN-OFF TO TRUE
                   ACCEPT IS-SOLD-DATE FROM DATE YYYYMMDD
                   MOVE ZEROS TO IS-LEDGER-REF
                   REWRITE ITEM-SKU-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'R' TO IJ-OPERATION
                           MOVE 'WRITEOFF' TO IJ-PROGRAM
                           MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                           MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                           MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                           CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   END-REWRITE
                   PERFORM APPEND-WRITEOFF-ROW
                   MOVE 'ITEM WRITTEN OFF' TO SC-MESSAGE
