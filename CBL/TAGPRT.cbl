      *      "GNUMAIN TAGPRT SKU 000000000123"  ONE TAG
      *      "GNUMAIN TAGPRT TENANT 000123"     EVERY AVAILABLE ITEM
      *                                         OF THAT CONSIGNOR
      *      "GNUMAIN TAGPRT QUEUE"             EVERY SKU ON THE
      *                                         TAGQUE REPRINT QUEUE
      *                                         (DEALER PRICE CHANGES)
      *                                         IN ONE BATCH, THEN
      *                                         EMPTIES THE QUEUE
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT TAG-QUEUE
               ASSIGN TO 'TAGQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TQ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  TAG-QUEUE.
       COPY TAGQUE.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TQ-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-SKU               VALUE 'SKU'.
          88 MODE-IS-TENANT            VALUE 'TENANT'.
          88 MODE-IS-QUEUE             VALUE 'QUEUE'.
       01 WS-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-TQ-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TAG-QUEUE       VALUE 1.
          03 WS-PRINTED-SW     PIC 9 VALUE 0.
             88 SKU-ALREADY-PRINTED    VALUE 1.
             88 SKU-NOT-YET-PRINTED    VALUE 0.
       01 WS-TARGET-SKU        PIC X(12) VALUE SPACES.
       01 WS-TARGET-TENANT     PIC 9(6) VALUE ZEROS.
       01 WS-TAG-COUNT         PIC 9(4) VALUE ZEROS.
      * --- A SKU REPRICED TWICE BEFORE THE QUEUE IS RUN GETS ONE TAG --
       01 WS-PRINTED-TABLE.
          03 WS-PRINTED-SKU    OCCURS 500 TIMES PIC X(12).
       01 WS-PRINTED-N         PIC 9(4) VALUE ZEROS.
       01 WS-PRINTED-IDX       PIC 9(4) VALUE ZEROS.
       01 WS-SKIPPED-COUNT     PIC 9(4) VALUE ZEROS.
       COPY TAGPUT.
       LINKAGE SECTION.
       COPY ARGS.
               WHEN MODE-IS-TENANT AND ARGC >= 2
                   MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-TENANT
                   PERFORM REPRINT-TENANT-TAGS
               WHEN MODE-IS-QUEUE
                   PERFORM REPRINT-QUEUED-TAGS
               WHEN OTHER
                   DISPLAY 'USE: TAGPRT SKU <SKU>  OR  '
                           'TAGPRT TENANT <TENANT>  OR  TAGPRT QUEUE'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           END-IF
           PERFORM READ-ITEM-SKU
           .
      *-----------------------------------------------------------------
      * --- THE QUEUE IS EMPTIED ONLY AFTER EVERY ROW ON IT HAS BEEN
      *     WALKED; A SKU NO LONGER ON THE FLOOR (SOLD SINCE THE PRICE
      *     CHANGE) IS SKIPPED AND COUNTED --------------------------
       REPRINT-QUEUED-TAGS.
           OPEN INPUT TAG-QUEUE
           IF WS-TQ-STATUS NOT = '00'
               DISPLAY 'NO TAGS QUEUED FOR REPRINT'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '35'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO PRINT'
               MOVE 1 TO RETURN-CODE
               CLOSE TAG-QUEUE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TAG-QUEUE
           PERFORM PRINT-ONE-QUEUED-TAG UNTIL END-OF-TAG-QUEUE
           CLOSE ITEM-SKU
           CLOSE TAG-QUEUE
           OPEN OUTPUT TAG-QUEUE
           CLOSE TAG-QUEUE
           DISPLAY 'QUEUED TAGS WRITTEN: ' WS-TAG-COUNT
                   '   SKIPPED (NOT ON THE FLOOR): ' WS-SKIPPED-COUNT
           .
       READ-TAG-QUEUE.
           READ TAG-QUEUE NEXT RECORD
               AT END
                   SET END-OF-TAG-QUEUE TO TRUE
           END-READ
           .
       PRINT-ONE-QUEUED-TAG.
           SET SKU-NOT-YET-PRINTED TO TRUE
           MOVE 1 TO WS-PRINTED-IDX
           PERFORM CHECK-PRINTED-SKU
               UNTIL WS-PRINTED-IDX > WS-PRINTED-N
                   OR SKU-ALREADY-PRINTED
           IF SKU-NOT-YET-PRINTED
               MOVE TQ-SKU TO IS-SKU
               READ ITEM-SKU
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-IS-STATUS = '00'
                       AND (IS-IS-AVAILABLE OR IS-STATUS = SPACE
                            OR IS-IS-ON-HOLD)
                   PERFORM WRITE-ONE-TAG
                   ADD 1 TO WS-TAG-COUNT
                   IF WS-PRINTED-N < 500
                       ADD 1 TO WS-PRINTED-N
                       MOVE TQ-SKU TO WS-PRINTED-SKU(WS-PRINTED-N)
                   END-IF
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF
           PERFORM READ-TAG-QUEUE
           .
       CHECK-PRINTED-SKU.
           IF WS-PRINTED-SKU(WS-PRINTED-IDX) = TQ-SKU
               SET SKU-ALREADY-PRINTED TO TRUE
           ELSE
               ADD 1 TO WS-PRINTED-IDX
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE TAG CARRIES THE PRICE THE REGISTER WILL CHARGE.  THE
      *     MARKDOWN BATCH AND PRCCHG BOTH REWRITE IS-FULL-PRICE TO THE
      *     CURRENT PRICE (IS-MARKDOWN-PCT ONLY RECORDS WHICH AGING
      *     STEP IS ALREADY TAKEN), SO IT IS PRINTED AS IT STANDS, WITH
      *     THE MMYY DATE CODE OFF THE RECEIVED DATE ------------------
       WRITE-ONE-TAG.
           MOVE IS-SKU         TO TG-SKU
           MOVE IS-DESCRIPTION TO TG-DESCRIPTION
           MOVE IS-CATEGORY    TO TG-CATEGORY
           MOVE IS-FULL-PRICE  TO TG-PRICE
           MOVE SPACES TO TG-DATE-CODE
           MOVE IS-DATE-RECEIVED(1:2) TO TG-DATE-CODE(1:2)
           MOVE IS-DATE-RECEIVED(7:2) TO TG-DATE-CODE(3:2)
