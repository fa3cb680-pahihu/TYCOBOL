       01 WS-TARGET-LOT        PIC 9(4) VALUE ZEROS.
       01 WS-LOT-ITEM-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-LOT-ITEM-SEQ      PIC 9(4) VALUE ZEROS.
       01 WS-SHARE-COST        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-ALLOCATED         PIC 9(6)V9(2) VALUE ZEROS.
      * --- REPORT TOTALS ---------------------------------------------
       01 WS-SOLD-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-SOLD-COST         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-FLOOR-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-FLOOR-VALUE       PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-ITEM-REVENUE      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-REALIZED-MARGIN   PIC S9(7)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-LOT-NO            PIC 9(4) VALUE ZEROS.
                       EL-TOTAL-COST / WS-LOT-ITEM-COUNT
               END-IF
               ADD WS-SHARE-COST TO WS-ALLOCATED
               MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
               MOVE WS-SHARE-COST TO IS-ACQUISITION-COST
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO IJ-OPERATION
                       MOVE 'ESTLOT' TO IJ-PROGRAM
                       MOVE 'EST' TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
               END-REWRITE
           END-IF
           PERFORM READ-ITEM-SKU
