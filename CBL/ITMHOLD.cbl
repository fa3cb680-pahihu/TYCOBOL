       COPY DATEFMT.
       COPY OPERPIN.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
           END-IF
           .
       PLACE-THIS-HOLD.
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IS-IS-ON-HOLD TO TRUE
           MOVE SC-HOLD-FOR          TO IS-HOLD-FOR
           MOVE SC-HOLD-UNTIL        TO IS-HOLD-UNTIL
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE ITEM' TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'ITMHOLD' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   MOVE 'ITEM HELD BEHIND THE COUNTER'
                       TO SC-MESSAGE
           END-REWRITE
           .
       RELEASE-THIS-HOLD.
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IS-IS-AVAILABLE TO TRUE
           MOVE SPACES TO IS-HOLD-FOR IS-HOLD-OPERATOR
           MOVE ZEROS  TO IS-HOLD-UNTIL
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE ITEM' TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'ITMHOLD' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   MOVE 'HOLD RELEASED -- BACK ON THE FLOOR'
                       TO SC-MESSAGE
           END-REWRITE
                   DISPLAY 'RELEASED ' IS-SKU ' HELD FOR '
                           IS-HOLD-FOR ' UNTIL ' IS-HOLD-UNTIL
                           ' BY ' IS-HOLD-OPERATOR
                   MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
                   SET IS-IS-AVAILABLE TO TRUE
                   MOVE SPACES TO IS-HOLD-FOR IS-HOLD-OPERATOR
                   MOVE ZEROS  TO IS-HOLD-UNTIL
                   REWRITE ITEM-SKU-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'R' TO IJ-OPERATION
                           MOVE 'ITMHOLD' TO IJ-PROGRAM
                           MOVE 'HLD' TO IJ-OPERATOR
                           MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                           MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                           CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   END-REWRITE
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
