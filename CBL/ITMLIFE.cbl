       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMLIFE.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    ITMLIFE -- SKU HISTORY INQUIRY.  "GNUMAIN ITMLIFE <SKU>"
      *    SHOWS THE TAG AS IT STANDS ON ITEMSKU TODAY, THEN EVERY ROW
      *    THE ISJRNL JOURNAL HOLDS FOR IT IN THE ORDER IT HAPPENED --
      *    INTAKE, MARKDOWNS, HOLDS AND RELEASES, BOOTH MOVES, SALE,
      *    RETURN, VOID, WRITE-OFF, EXPIRY, DONATION -- WITH THE DATE,
      *    TIME, PROGRAM, AND OPERATOR OF EACH, AND FIELD BY FIELD
      *    WHAT THE CHANGE WAS.  SO "MY LAMP WAS HERE TUESDAY, WHERE
      *    IS IT?" IS ANSWERED FROM ONE PLACE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT IS-JOURNAL
               ASSIGN TO 'ISJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  IS-JOURNAL.
       COPY ISJRNL.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-IR-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-IR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-JOURNAL         VALUE 1.
       01 WS-TARGET-SKU        PIC X(12) VALUE SPACES.
       01 WS-ROW-COUNT         PIC 9(5) VALUE ZEROS.
       01 WS-ROW-STAMP         PIC 9(14) VALUE ZEROS.
       01 WS-ROW-STAMP-PARTS   REDEFINES WS-ROW-STAMP.
          03 WS-RS-YEAR        PIC 9(4).
          03 WS-RS-MONTH       PIC 9(2).
          03 WS-RS-DAY         PIC 9(2).
          03 WS-RS-HOUR        PIC 9(2).
          03 WS-RS-MINUTE      PIC 9(2).
          03 WS-RS-SECOND      PIC 9(2).
       01 WS-ROW-ACTION        PIC X(8) VALUE SPACES.
       01 WS-STATUS-CODE       PIC X VALUE SPACE.
       01 WS-STATUS-NAME       PIC X(16) VALUE SPACES.
       01 WS-WAS-STATUS-NAME   PIC X(16) VALUE SPACES.
      * --- THE BEFORE-IMAGE'S FIELDS, HELD WHILE THE AFTER-IMAGE
      *     SITS IN THE RECORD AREA FOR THE COMPARE --------------------
       01 WS-WAS-FIELDS.
          03 WS-WAS-TENANT-ID     PIC 9(6).
          03 WS-WAS-CATEGORY      PIC X(4).
          03 WS-WAS-FULL-PRICE    PIC 9(6)V9(2).
          03 WS-WAS-STATUS        PIC X.
          03 WS-WAS-SOLD-DATE     PIC 9(8).
          03 WS-WAS-LEDGER-REF    PIC 9(6).
          03 WS-WAS-ACQ-COST      PIC 9(6)V9(2).
          03 WS-WAS-MARKDOWN-PCT  PIC 9(2).
          03 WS-WAS-DESCRIPTION   PIC X(30).
          03 WS-WAS-BOOTH         PIC X(10).
          03 WS-WAS-HOLD-FOR      PIC X(30).
          03 WS-WAS-HOLD-UNTIL    PIC 9(8).
          03 WS-WAS-FIRM-PRICE    PIC X.
          03 WS-WAS-QTY-ON-HAND   PIC 9(4).
          03 WS-WAS-QTY-RESERVED  PIC 9(4).
          03 WS-WAS-LIST-ONLINE   PIC X.
          03 WS-WAS-STORE-ID      PIC X(2).
       01 WS-CHANGE-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-OLD-PRICE-SHOW    PIC ZZZ,ZZ9.99.
       01 WS-NEW-PRICE-SHOW    PIC ZZZ,ZZ9.99.
       01 WS-OLD-QTY-SHOW      PIC ZZZ9.
       01 WS-NEW-QTY-SHOW      PIC ZZZ9.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
       RUN-ITEM-LIFE.
           IF ARGC < 1
               DISPLAY 'USE: GNUMAIN ITMLIFE <SKU>'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ARGV(1) TO WS-TARGET-SKU
           INSPECT WS-TARGET-SKU
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY '        ITEM HISTORY FOR SKU ' WS-TARGET-SKU
           PERFORM SHOW-CURRENT-ITEM
           PERFORM LIST-JOURNAL-ROWS
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- WHERE THE TAG STANDS TODAY, OR THAT IT IS NO LONGER ON
      *     ITEMSKU AT ALL (THE JOURNAL STILL HAS ITS STORY) ---------
       SHOW-CURRENT-ITEM.
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '35'
               DISPLAY 'NO ITEMSKU FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'SKU ' WS-TARGET-SKU ' IS NOT ON ITEMSKU'
           ELSE
               MOVE IS-STATUS TO WS-STATUS-CODE
               PERFORM NAME-THE-STATUS
               MOVE IS-FULL-PRICE TO WS-NEW-PRICE-SHOW
               DISPLAY 'NOW:  ' IS-DESCRIPTION
               DISPLAY '      TENANT ' IS-TENANT-ID
                       '  BOOTH ' IS-BOOTH-LOCATION
                       '  STORE ' IS-STORE-ID
               DISPLAY '      STATUS ' WS-STATUS-NAME
                       '  PRICE ' WS-NEW-PRICE-SHOW
           END-IF
           CLOSE ITEM-SKU
           .
      *-----------------------------------------------------------------
      * --- THE JOURNAL IS APPENDED AS THINGS HAPPEN, SO READING IT
      *     FRONT TO BACK IS READING THE TAG'S LIFE IN ORDER ---------
       LIST-JOURNAL-ROWS.
           DISPLAY ' '
           OPEN INPUT IS-JOURNAL
           IF WS-IR-STATUS = '35'
               DISPLAY 'NO ITEM JOURNAL ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-JOURNAL-ROW
           PERFORM SHOW-ONE-JOURNAL-ROW UNTIL END-OF-JOURNAL
           CLOSE IS-JOURNAL
           DISPLAY ' '
           IF WS-ROW-COUNT = ZEROS
               DISPLAY 'NO JOURNAL HISTORY FOR SKU ' WS-TARGET-SKU
           ELSE
               DISPLAY 'JOURNAL ROWS: ' WS-ROW-COUNT
           END-IF
           .
       READ-JOURNAL-ROW.
           READ IS-JOURNAL
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ
           .
       SHOW-ONE-JOURNAL-ROW.
           IF IR-SKU = WS-TARGET-SKU
               ADD 1 TO WS-ROW-COUNT
               PERFORM SHOW-ROW-HEADING
               EVALUATE TRUE
                   WHEN IR-IS-WRITE
                       PERFORM SHOW-ITEM-ENTERED
                   WHEN IR-IS-DELETE
                       DISPLAY '      RECORD REMOVED FROM ITEMSKU'
                   WHEN OTHER
                       PERFORM SHOW-ITEM-CHANGES
               END-EVALUATE
           END-IF
           PERFORM READ-JOURNAL-ROW
           .
       SHOW-ROW-HEADING.
           MOVE IR-TIMESTAMP TO WS-ROW-STAMP
           EVALUATE TRUE
               WHEN IR-IS-WRITE
                   MOVE 'ENTERED' TO WS-ROW-ACTION
               WHEN IR-IS-DELETE
                   MOVE 'DELETED' TO WS-ROW-ACTION
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-ROW-ACTION
           END-EVALUATE
           DISPLAY WS-RS-MONTH '/' WS-RS-DAY '/' WS-RS-YEAR ' '
                   WS-RS-HOUR ':' WS-RS-MINUTE ':' WS-RS-SECOND '  '
                   IR-PROGRAM ' ' IR-OPERATOR '  ' WS-ROW-ACTION
           .
      *-----------------------------------------------------------------
       SHOW-ITEM-ENTERED.
           MOVE IR-AFTER-IMAGE TO ITEM-SKU-RECORD
           MOVE IS-STATUS TO WS-STATUS-CODE
           PERFORM NAME-THE-STATUS
           MOVE IS-FULL-PRICE TO WS-NEW-PRICE-SHOW
           MOVE IS-QTY-ON-HAND TO WS-NEW-QTY-SHOW
           DISPLAY '      ' IS-DESCRIPTION
           DISPLAY '      TENANT ' IS-TENANT-ID
                   '  BOOTH ' IS-BOOTH-LOCATION
                   '  PRICE ' WS-NEW-PRICE-SHOW
                   '  UNITS ' WS-NEW-QTY-SHOW
           .
      *-----------------------------------------------------------------
      * --- ONE LINE PER FIELD THAT MOVED: OLD VALUE -> NEW VALUE ----
       SHOW-ITEM-CHANGES.
           MOVE IR-BEFORE-IMAGE TO ITEM-SKU-RECORD
           MOVE IS-TENANT-ID        TO WS-WAS-TENANT-ID
           MOVE IS-CATEGORY         TO WS-WAS-CATEGORY
           MOVE IS-FULL-PRICE       TO WS-WAS-FULL-PRICE
           MOVE IS-STATUS           TO WS-WAS-STATUS
           MOVE IS-SOLD-DATE        TO WS-WAS-SOLD-DATE
           MOVE IS-LEDGER-REF       TO WS-WAS-LEDGER-REF
           MOVE IS-ACQUISITION-COST TO WS-WAS-ACQ-COST
           MOVE IS-MARKDOWN-PCT     TO WS-WAS-MARKDOWN-PCT
           MOVE IS-DESCRIPTION      TO WS-WAS-DESCRIPTION
           MOVE IS-BOOTH-LOCATION   TO WS-WAS-BOOTH
           MOVE IS-HOLD-FOR         TO WS-WAS-HOLD-FOR
           MOVE IS-HOLD-UNTIL       TO WS-WAS-HOLD-UNTIL
           MOVE IS-FIRM-PRICE       TO WS-WAS-FIRM-PRICE
           MOVE IS-QTY-ON-HAND      TO WS-WAS-QTY-ON-HAND
           MOVE IS-QTY-RESERVED     TO WS-WAS-QTY-RESERVED
           MOVE IS-LIST-ONLINE      TO WS-WAS-LIST-ONLINE
           MOVE IS-STORE-ID         TO WS-WAS-STORE-ID
           MOVE IS-STATUS           TO WS-STATUS-CODE
           PERFORM NAME-THE-STATUS
           MOVE WS-STATUS-NAME      TO WS-WAS-STATUS-NAME
           MOVE IR-AFTER-IMAGE TO ITEM-SKU-RECORD
           MOVE ZEROS TO WS-CHANGE-COUNT
           IF IS-STATUS NOT = WS-WAS-STATUS
               MOVE IS-STATUS TO WS-STATUS-CODE
               PERFORM NAME-THE-STATUS
               DISPLAY '      STATUS      ' WS-WAS-STATUS-NAME
                       ' -> ' WS-STATUS-NAME
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-FULL-PRICE NOT = WS-WAS-FULL-PRICE
               MOVE WS-WAS-FULL-PRICE TO WS-OLD-PRICE-SHOW
               MOVE IS-FULL-PRICE     TO WS-NEW-PRICE-SHOW
               DISPLAY '      PRICE       ' WS-OLD-PRICE-SHOW
                       ' -> ' WS-NEW-PRICE-SHOW
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-MARKDOWN-PCT NOT = WS-WAS-MARKDOWN-PCT
               DISPLAY '      MARKDOWN %  ' WS-WAS-MARKDOWN-PCT
                       ' -> ' IS-MARKDOWN-PCT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-TENANT-ID NOT = WS-WAS-TENANT-ID
               DISPLAY '      TENANT      ' WS-WAS-TENANT-ID
                       ' -> ' IS-TENANT-ID
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-CATEGORY NOT = WS-WAS-CATEGORY
               DISPLAY '      CATEGORY    ' WS-WAS-CATEGORY
                       ' -> ' IS-CATEGORY
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-BOOTH-LOCATION NOT = WS-WAS-BOOTH
               DISPLAY '      BOOTH       ' WS-WAS-BOOTH
                       ' -> ' IS-BOOTH-LOCATION
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-STORE-ID NOT = WS-WAS-STORE-ID
               DISPLAY '      STORE       ' WS-WAS-STORE-ID
                       ' -> ' IS-STORE-ID
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-HOLD-FOR NOT = WS-WAS-HOLD-FOR
                   OR IS-HOLD-UNTIL NOT = WS-WAS-HOLD-UNTIL
               DISPLAY '      HELD FOR    ' WS-WAS-HOLD-FOR
                       ' UNTIL ' WS-WAS-HOLD-UNTIL
               DISPLAY '               -> ' IS-HOLD-FOR
                       ' UNTIL ' IS-HOLD-UNTIL
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-QTY-ON-HAND NOT = WS-WAS-QTY-ON-HAND
               MOVE WS-WAS-QTY-ON-HAND TO WS-OLD-QTY-SHOW
               MOVE IS-QTY-ON-HAND     TO WS-NEW-QTY-SHOW
               DISPLAY '      ON HAND     ' WS-OLD-QTY-SHOW
                       ' -> ' WS-NEW-QTY-SHOW
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-QTY-RESERVED NOT = WS-WAS-QTY-RESERVED
               MOVE WS-WAS-QTY-RESERVED TO WS-OLD-QTY-SHOW
               MOVE IS-QTY-RESERVED     TO WS-NEW-QTY-SHOW
               DISPLAY '      ON LAYAWAY  ' WS-OLD-QTY-SHOW
                       ' -> ' WS-NEW-QTY-SHOW
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-LEDGER-REF NOT = WS-WAS-LEDGER-REF
               DISPLAY '      RECEIPT     ' WS-WAS-LEDGER-REF
                       ' -> ' IS-LEDGER-REF
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-SOLD-DATE NOT = WS-WAS-SOLD-DATE
               DISPLAY '      STATUS DATE ' WS-WAS-SOLD-DATE
                       ' -> ' IS-SOLD-DATE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-ACQUISITION-COST NOT = WS-WAS-ACQ-COST
               MOVE WS-WAS-ACQ-COST     TO WS-OLD-PRICE-SHOW
               MOVE IS-ACQUISITION-COST TO WS-NEW-PRICE-SHOW
               DISPLAY '      COST        ' WS-OLD-PRICE-SHOW
                       ' -> ' WS-NEW-PRICE-SHOW
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-DESCRIPTION NOT = WS-WAS-DESCRIPTION
               DISPLAY '      DESCRIPTION ' WS-WAS-DESCRIPTION
               DISPLAY '               -> ' IS-DESCRIPTION
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-FIRM-PRICE NOT = WS-WAS-FIRM-PRICE
               DISPLAY '      FIRM PRICE  ' WS-WAS-FIRM-PRICE
                       ' -> ' IS-FIRM-PRICE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF IS-LIST-ONLINE NOT = WS-WAS-LIST-ONLINE
               DISPLAY '      ONLINE      ' WS-WAS-LIST-ONLINE
                       ' -> ' IS-LIST-ONLINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-CHANGE-COUNT = ZEROS
               DISPLAY '      (NO FIELD SHOWN HERE CHANGED)'
           END-IF
           .
      *-----------------------------------------------------------------
       NAME-THE-STATUS.
           EVALUATE WS-STATUS-CODE
               WHEN 'A'
               WHEN SPACE
                   MOVE 'AVAILABLE'       TO WS-STATUS-NAME
               WHEN 'S'
                   MOVE 'SOLD'            TO WS-STATUS-NAME
               WHEN 'L'
                   MOVE 'ON LAYAWAY'      TO WS-STATUS-NAME
               WHEN 'W'
                   MOVE 'WRITTEN OFF'     TO WS-STATUS-NAME
               WHEN 'P'
                   MOVE 'PENDING PICKUP'  TO WS-STATUS-NAME
               WHEN 'H'
                   MOVE 'ON HOLD'         TO WS-STATUS-NAME
               WHEN 'D'
                   MOVE 'DONATED'         TO WS-STATUS-NAME
               WHEN 'X'
                   MOVE 'WITHDRAWN'       TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE WS-STATUS-CODE    TO WS-STATUS-NAME
           END-EVALUATE
           .
