       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRDISC.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    DLRDISC -- DEALER DISCOUNT LIMITS.  A MANAGER-LEVEL PIN
      *    OPENS THE SCREEN (AUTHCHK FUNCTION 'DISCLMT').  THE
      *    CONSIGNOR IS KEYED BY TENANT NUMBER AND THE STANDING
      *    DISCOUNT AUTHORITY THEY GAVE THE SHOP IS SHOWN AND KEYED:
      *    A PERCENT OFF ANY PIECE, AND A SECOND PERCENT FOR PIECES
      *    PRICED OVER A BREAK AMOUNT ("10% ON ANYTHING, 15% OVER
      *    $200").  CMSPLN LETS THE CLERK GO THAT FAR WITHOUT A CALL.
      *    AN ITEM SKU MAY ALSO BE KEYED TO MARK ONE OF THE
      *    CONSIGNOR'S PIECES FIRM PRICE (OR TAKE THE MARK OFF).  THE
      *    TENANT REWRITE IS JOURNALED THROUGH JRNLTM LIKE EVERY OTHER.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       01 WS-SHOWN-TENANT-ID   PIC 9(6) VALUE ZEROS.
       01 WS-SHOWN-SKU         PIC X(12) VALUE SPACES.
       COPY JRNLTM.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       COPY AUTHCHK.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 DISCLMT-AUTHORIZED     VALUE 1.
             88 DISCLMT-NOT-AUTHORIZED VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-DISC-LIMIT-PCT    PIC 9(2) VALUE ZEROS.
       01 SC-DISC-BREAK-PCT    PIC 9(2) VALUE ZEROS.
       01 SC-DISC-BREAK-AMT    PIC 9(5)V9(2) VALUE ZEROS.
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-FIRM-PRICE        PIC X VALUE SPACES.
       01 SC-ITEM-DESC         PIC X(30) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 29 VALUE 'Dealer Discount Limits'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Manager PIN:'.
          03 LINE 10 COLUMN 38 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-MANAGER-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 DLRDISC-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 29 VALUE 'Dealer Discount Limits'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 05 VALUE 'Tenant No.'.
          03 LINE 06 COLUMN 18 PIC 9(6)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-TENANT-ID.
          03 LINE 07 COLUMN 11 VALUE 'Name'.
          03 LINE 07 COLUMN 18 PIC X(30)
                               FROM SC-NAME.
          03 LINE 09 COLUMN 06 VALUE 'Any Piece'.
          03 LINE 09 COLUMN 18 PIC Z9
                               REVERSE-VIDEO
                               USING SC-DISC-LIMIT-PCT.
          03 LINE 09 COLUMN 20 VALUE '%'.
          03 LINE 09 COLUMN 29 VALUE '(ZERO = NONE WITHOUT A CALL)'.
          03 LINE 10 COLUMN 06 VALUE 'Break Pct'.
          03 LINE 10 COLUMN 18 PIC Z9
                               REVERSE-VIDEO
                               USING SC-DISC-BREAK-PCT.
          03 LINE 10 COLUMN 20 VALUE '% on a piece over'.
          03 LINE 10 COLUMN 38 PIC ZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-DISC-BREAK-AMT.
          03 LINE 12 COLUMN 07 VALUE 'Item SKU'.
          03 LINE 12 COLUMN 18 PIC X(12)
                               REVERSE-VIDEO
                               USING SC-SKU.
          03 LINE 12 COLUMN 32 VALUE 'Firm (Y/N)'.
          03 LINE 12 COLUMN 43 PIC X
                               REVERSE-VIDEO
                               USING SC-FIRM-PRICE.
          03 LINE 12 COLUMN 46 VALUE '(BLANK SKU = NO ITEM)'.
          03 LINE 13 COLUMN 18 PIC X(30)
                               FROM SC-ITEM-DESC.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM GET-DISCLMT-AUTHORITY
           IF DISCLMT-AUTHORIZED
               PERFORM RUN-DISCLMT-SCREEN
           END-IF
           STOP RUN
           .
      * --- WHAT A CONSIGNOR LETS THE CLERKS GIVE AWAY IS THE
      *     CONSIGNOR'S MONEY: MANAGER-ONLY ON THE FUNCAUTH MATRIX -----
       GET-DISCLMT-AUTHORITY.
           SET DISCLMT-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL DISCLMT-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'DISCLMT ' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET DISCLMT-AUTHORIZED TO TRUE
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-DISCLMT-SCREEN.
           OPEN I-O TENANT-MASTER
           OPEN I-O ITEM-SKU
           PERFORM MAINTAIN-ONE-DEALER UNTIL F1-PRESSED
           CLOSE ITEM-SKU
           CLOSE TENANT-MASTER
           .
       MAINTAIN-ONE-DEALER.
           MOVE ZEROS TO SC-TENANT-ID SC-DISC-LIMIT-PCT
                         SC-DISC-BREAK-PCT SC-DISC-BREAK-AMT
                         WS-SHOWN-TENANT-ID
           MOVE SPACES TO SC-NAME SC-SKU SC-FIRM-PRICE SC-ITEM-DESC
                          WS-SHOWN-SKU
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-DEALER-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-DEALER-LIMITS
           END-IF
           .
      * --- F2, A NEW TENANT NUMBER, OR A NEW SKU ONLY LOOKS UP AND
      *     SHOWS WHAT IS ON FILE; ENTER AGAIN ON WHAT IS SHOWN SAVES,
      *     SO THE LOOKUP NEVER OVERWRITES WHAT THE MANAGER KEYED -----
       ACCEPT-DEALER-ENTRY.
           DISPLAY DLRDISC-SCREEN
           ACCEPT DLRDISC-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-DEALER
                   PERFORM LOOKUP-FIRM-PRICE-ITEM
               WHEN SC-TENANT-ID NOT = WS-SHOWN-TENANT-ID
                   PERFORM LOOKUP-DEALER
                   PERFORM LOOKUP-FIRM-PRICE-ITEM
               WHEN SC-SKU NOT = WS-SHOWN-SKU
                   PERFORM LOOKUP-FIRM-PRICE-ITEM
               WHEN OTHER
                   PERFORM VALIDATE-DEALER-FIELDS
           END-EVALUATE
           .
      * --- BLANK LIMIT FIELDS ON A RECORD WRITTEN BEFORE THE LIMITS
      *     EXISTED SHOW AS ZERO -- NO DISCOUNT WITHOUT A CALL ---------
       LOOKUP-DEALER.
           MOVE SPACES TO SC-NAME
           MOVE ZEROS TO SC-DISC-LIMIT-PCT SC-DISC-BREAK-PCT
                         SC-DISC-BREAK-AMT
           MOVE SC-TENANT-ID TO WS-SHOWN-TENANT-ID
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               STRING TM-FIRST DELIMITED BY SPACE
                      ' ' TM-LAST-NAME DELIMITED BY SIZE
                      INTO SC-NAME
               IF TM-DISC-LIMIT-PCT IS NUMERIC
                   MOVE TM-DISC-LIMIT-PCT TO SC-DISC-LIMIT-PCT
               END-IF
               IF TM-DISC-BREAK-PCT IS NUMERIC
                   MOVE TM-DISC-BREAK-PCT TO SC-DISC-BREAK-PCT
               END-IF
               IF TM-DISC-BREAK-AMT IS NUMERIC
                   MOVE TM-DISC-BREAK-AMT TO SC-DISC-BREAK-AMT
               END-IF
           ELSE
               MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
           END-IF
           .
       LOOKUP-FIRM-PRICE-ITEM.
           MOVE SPACES TO SC-ITEM-DESC SC-FIRM-PRICE
           MOVE SC-SKU TO WS-SHOWN-SKU
           IF SC-SKU = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SC-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-IS-STATUS NOT = '00'
                   MOVE 'SKU NOT ON FILE' TO SC-MESSAGE
               WHEN IS-TENANT-ID NOT = SC-TENANT-ID
                   MOVE 'ITEM BELONGS TO ANOTHER CONSIGNOR'
                       TO SC-MESSAGE
               WHEN OTHER
                   MOVE IS-DESCRIPTION TO SC-ITEM-DESC
                   IF IS-IS-FIRM-PRICE
                       MOVE 'Y' TO SC-FIRM-PRICE
                   ELSE
                       MOVE 'N' TO SC-FIRM-PRICE
                   END-IF
           END-EVALUATE
           .
      * --- THE BREAK PERCENT AND AMOUNT GO TOGETHER: ONE WITHOUT THE
      *     OTHER WOULD READ AS A LIMIT NOBODY AGREED TO ---------------
       VALIDATE-DEALER-FIELDS.
           INSPECT SC-FIRM-PRICE CONVERTING 'yn' TO 'YN'
           EVALUATE TRUE
               WHEN SC-NAME = SPACES
                   MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
               WHEN SC-DISC-BREAK-PCT > ZEROS
                       AND SC-DISC-BREAK-AMT = ZEROS
                   MOVE 'BREAK PERCENT NEEDS A BREAK AMOUNT'
                       TO SC-MESSAGE
               WHEN SC-DISC-BREAK-AMT > ZEROS
                       AND SC-DISC-BREAK-PCT = ZEROS
                   MOVE 'BREAK AMOUNT NEEDS A BREAK PERCENT'
                       TO SC-MESSAGE
               WHEN SC-SKU NOT = SPACES AND SC-ITEM-DESC = SPACES
                   MOVE 'SKU NOT ON FILE FOR THIS CONSIGNOR'
                       TO SC-MESSAGE
               WHEN SC-SKU NOT = SPACES
                       AND SC-FIRM-PRICE NOT = 'Y'
                       AND SC-FIRM-PRICE NOT = 'N'
                   MOVE 'FIRM PRICE MUST BE Y OR N' TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
       SAVE-DEALER-LIMITS.
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
               DISPLAY DLRDISC-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
           MOVE SC-DISC-LIMIT-PCT   TO TM-DISC-LIMIT-PCT
           MOVE SC-DISC-BREAK-AMT   TO TM-DISC-BREAK-AMT
           MOVE SC-DISC-BREAK-PCT   TO TM-DISC-BREAK-PCT
           REWRITE TENANT-MASTER-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE TENANT MASTER'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO JT-OPERATION
                   MOVE 'DLRDISC' TO JT-PROGRAM
                   MOVE WS-TM-BEFORE TO JT-BEFORE-IMAGE
                   MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                   CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
                   MOVE 'DISCOUNT LIMITS SAVED' TO SC-MESSAGE
           END-REWRITE
           IF SC-SKU NOT = SPACES AND WS-TM-STATUS = '00'
               PERFORM SAVE-FIRM-PRICE-FLAG
           END-IF
           DISPLAY DLRDISC-SCREEN
           .
       SAVE-FIRM-PRICE-FLAG.
           MOVE SC-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
               MOVE 'LIMITS SAVED -- SKU NOT ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           MOVE SC-FIRM-PRICE TO IS-FIRM-PRICE
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   MOVE 'LIMITS SAVED -- ITEM NOT UPDATED'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO IJ-OPERATION
                   MOVE 'DLRDISC' TO IJ-PROGRAM
                   MOVE AC-INITIALS-OUT TO IJ-OPERATOR
                   MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   MOVE 'LIMITS AND FIRM-PRICE FLAG SAVED'
                       TO SC-MESSAGE
           END-REWRITE
           .
