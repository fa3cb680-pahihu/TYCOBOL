       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBFEED.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    WEBFEED -- ONLINE MARKETPLACE LISTING FEED.
      *      "GNUMAIN WEBFEED"                 NIGHTLY EXPORT: THE
      *                                        WEBFEED FILE IS
      *                                        REWRITTEN WITH EVERY
      *                                        ITEM FLAGGED FOR ONLINE
      *                                        LISTING THAT IS STILL
      *                                        ON THE FLOOR WITH A
      *                                        UNIT ON HAND
      *      "GNUMAIN WEBFEED FLAG <SKU> Y|N"  TURN ONE ITEM'S ONLINE
      *                                        LISTING ON OR OFF FOR
      *                                        THE DEALER
      *    THE FEED IS BUILT FROM SCRATCH EACH NIGHT, SO A PIECE SOLD
      *    AT THE REGISTER, PUT ON HOLD OR LAYAWAY, OR TAKEN HOME IS
      *    SIMPLY NOT IN THE NEXT ONE.  THE PRICE IS IS-FULL-PRICE AS
      *    IT STANDS -- MARKDOWN AND PRCCHG BOTH REWRITE IT -- SO THE
      *    WEB SHOWS THE SAME PRICE AS THE TAG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT WEB-FEED
               ASSIGN TO 'WEBFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WF-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  WEB-FEED.
       COPY WEBFEED.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-WF-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-FLAG              VALUE 'FLAG'.
       01 WS-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
       01 WS-TARGET-SKU        PIC X(12) VALUE SPACES.
       01 WS-NEW-FLAG          PIC X VALUE SPACE.
       01 WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01 WS-HELD-BACK-COUNT   PIC 9(5) VALUE ZEROS.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-FLAG
               IF ARGC >= 3
                   MOVE ARGV(2) TO WS-TARGET-SKU
                   MOVE ARGV(3) TO WS-NEW-FLAG
                   INSPECT WS-NEW-FLAG CONVERTING 'yn' TO 'YN'
                   PERFORM SET-ONLINE-FLAG
               ELSE
                   DISPLAY 'USE: WEBFEED FLAG <SKU> Y|N'
                   MOVE 1 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM EXPORT-LISTING-FEED
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- ONLY THE DEALER'S SAY-SO PUTS A PIECE ONLINE; THE FLAG CAN
      *     BE SET AHEAD OF TIME, BUT THE FEED STILL ONLY SENDS IT
      *     WHILE IT IS ON THE FLOOR ----------------------------------
       SET-ONLINE-FLAG.
           IF WS-NEW-FLAG NOT = 'Y' AND WS-NEW-FLAG NOT = 'N'
               DISPLAY 'FLAG MUST BE Y OR N'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'ITEMSKU WILL NOT OPEN -- STATUS ' WS-IS-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'SKU ' WS-TARGET-SKU ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
               MOVE WS-NEW-FLAG TO IS-LIST-ONLINE
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE SKU ' WS-TARGET-SKU
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'R' TO IJ-OPERATION
                       MOVE 'WEBFEED' TO IJ-PROGRAM
                       MOVE 'WEB' TO IJ-OPERATOR
                       MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                       MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                       CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                       IF IS-IS-LISTED-ONLINE
                           DISPLAY 'SKU ' WS-TARGET-SKU
                                   ' WILL BE LISTED ONLINE'
                       ELSE
                           DISPLAY 'SKU ' WS-TARGET-SKU
                                   ' TAKEN OFF THE ONLINE LISTING'
                       END-IF
               END-REWRITE
           END-IF
           CLOSE ITEM-SKU
           .
      *-----------------------------------------------------------------
       EXPORT-LISTING-FEED.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NO FEED WRITTEN'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WEB-FEED
           PERFORM READ-ITEM-SKU
           PERFORM FEED-ONE-ITEM UNTIL END-OF-ITEM-SKU
           CLOSE WEB-FEED
           CLOSE ITEM-SKU
           DISPLAY 'ITEMS IN TONIGHT''S MARKETPLACE FEED: '
                   WS-LISTED-COUNT
           DISPLAY 'FLAGGED BUT OFF THE FLOOR (NOT SENT):  '
                   WS-HELD-BACK-COUNT
           .
       READ-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
      * --- A FLAGGED PIECE GOES OUT ONLY WHILE IT IS AVAILABLE WITH A
      *     UNIT ON HAND: SOLD, HELD, LAYAWAY, WITHDRAWN, AND EXPIRED
      *     STOCK ALL STAY OFF -----------------------------------------
       FEED-ONE-ITEM.
           IF IS-IS-LISTED-ONLINE
               IF IS-IS-AVAILABLE OR IS-STATUS = SPACE
                   SET IQ-QUERY-UNITS TO TRUE
                   CALL 'ITMQTY' USING ITEM-QTY-PARAMS
                                       ITEM-SKU-RECORD
                   IF IQ-UNITS-ON-HAND > ZEROS
                       PERFORM WRITE-FEED-ROW
                   ELSE
                       ADD 1 TO WS-HELD-BACK-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-HELD-BACK-COUNT
               END-IF
           END-IF
           PERFORM READ-ITEM-SKU
           .
       WRITE-FEED-ROW.
           MOVE IS-SKU            TO WF-SKU
           MOVE IS-DESCRIPTION    TO WF-DESCRIPTION
           MOVE IS-CATEGORY       TO WF-CATEGORY
           MOVE IS-FULL-PRICE     TO WF-PRICE
           MOVE IS-BOOTH-LOCATION TO WF-BOOTH
           MOVE IQ-UNITS-ON-HAND  TO WF-UNITS
           WRITE WEB-FEED-RECORD
           ADD 1 TO WS-LISTED-COUNT
           .
