      *    THE ITEM'S IS-BOOTH-LOCATION TO THE NEW BOOTH -- WHICH
      *    MUST BE ONE THE CONSIGNOR ACTUALLY HOLDS (THEIR MAIN
      *    TM-BOOTH-LOCATION OR A BOOTHXRF ROW) -- SO THE COUNT
      *    SHEETS AND THE FLOOR REPORT STAY TRUE TO THE FLOOR.  A
      *    MOVE TO A BOOTH IN THE OTHER STORE CARRIES IS-STORE-ID
      *    ALONG WITH IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XR-STATUS.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY TENTMAST.
       FD  BOOTH-XREF.
       COPY BOOTHXRF.
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-XR-STATUS         PIC XX VALUE '00'.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
       01 WS-TARGET-SKU        PIC X(12) VALUE SPACES.
       01 WS-TARGET-BOOTH      PIC X(10) VALUE SPACES.
       01 WS-BOOTH-SW          PIC 9 VALUE 0.
          88 BOOTH-IS-HELD             VALUE 1.
          88 BOOTH-NOT-HELD            VALUE 0.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
                           ' IS NOT HELD BY TENANT ' IS-TENANT-ID
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
                   MOVE WS-TARGET-BOOTH TO IS-BOOTH-LOCATION
                   PERFORM SET-ITEM-STORE
                   REWRITE ITEM-SKU-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO UPDATE SKU ' IS-SKU
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'R' TO IJ-OPERATION
                           MOVE 'ITMXFER' TO IJ-PROGRAM
                           MOVE 'XFR' TO IJ-OPERATOR
                           MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                           MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                           CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                           DISPLAY 'SKU ' IS-SKU ' MOVED TO BOOTH '
                                   WS-TARGET-BOOTH ' STORE '
                                   IS-STORE-ID
                   END-REWRITE
               END-IF
           END-IF
               END-IF
           END-IF
           .
      * --- THE PIECE IS ON THE FLOOR OF THE STORE ITS BOOTH IS IN; A
      *     BOOTH NOT ON THE BOOTH MASTER MEANS STORE 01 ---------------
       SET-ITEM-STORE.
           MOVE '01' TO IS-STORE-ID
           OPEN INPUT BOOTH-MASTER
           IF WS-BM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE IS-BOOTH-LOCATION TO BM-BOOTH-ID
           READ BOOTH-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BM-STATUS = '00' AND BM-STORE-ID NOT = SPACES
               MOVE BM-STORE-ID TO IS-STORE-ID
           END-IF
           CLOSE BOOTH-MASTER
           .
