      *      "GNUMAIN PHYSINV SHEETS"      PRINTS COUNT SHEETS BY
      *                                    BOOTH (CNTSHEET) LISTING
      *                                    THE EXPECTED AVAILABLE SKUS
      *                                    AND THE UNITS ON HAND
      *      "GNUMAIN PHYSINV"             KEYED/SCANNED COUNT ENTRY
      *                                    SCREEN, APPENDING TO THE
      *                                    PHYSCNT COUNT FILE (A SKU
      *                                    AND HOW MANY UNITS OF IT)
      *      "GNUMAIN PHYSINV BATCH <F>"   LOADS A FILE OF SCANNED
      *                                    SKUS (ONE PER LINE, ONE
      *                                    UNIT PER SCAN) INTO THE
      *                                    COUNT FILE, LIKE CMSPLN'S
      *                                    BATCH MODE
      *      "GNUMAIN PHYSINV VARIANCE"    MISSING AND FOUND-UNCOUNTED
      *                                    REPORT IN UNITS -- A TAG
      *                                    WITH NOTHING COUNTED PRINTS
      *                                    THE WRITEOFF COMMAND THAT
      *                                    CLOSES IT OUT
      *      "GNUMAIN PHYSINV SHEETS CASES"   THE SHORT SPOT-COUNT:
      *      "GNUMAIN PHYSINV VARIANCE CASES" SHEETS BY LOCKED CASE FOR
      *                                    THE PIECES ON THE HVREG
      *                                    HIGH-VALUE REGISTER ONLY,
      *                                    AND A VARIANCE THAT CHECKS
      *                                    ONLY THOSE PIECES
      *    A PIECE SOLD FOR FURNITURE DELIVERY STAYS ON THE FLOOR UNTIL
      *    THE TRUCK TAKES IT.  WHILE ITS DLVRQUE BOOKING IS OPEN THE
      *    COUNT SHEET LISTS IT ON ITS BOOTH AS SOLD, AWAITING
      *    DELIVERY, AND THE VARIANCE SETS IT ASIDE IN ITS OWN SECTION
      *    INSTEAD OF CALLING IT FOUND-UNCOUNTED.
      *    A PIECE CHECKED OUT TO AN ANTIQUE SHOW (SHOWEVT OUT) IS OFF
      *    THE FLOOR: THE SHEET LISTS IT WITHOUT A COUNT BOX AND THE
      *    VARIANCE LISTS IT AS OUT AT A SHOW, NOT MISSING.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT ITEM-SKU
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XR-STATUS.
           SELECT HIGH-VALUE-REGISTER
               ASSIGN TO 'HVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-SKU
               ALTERNATE RECORD KEY IS HV-CASE-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-HV-STATUS.
           SELECT DELIVERY-QUEUE
               ASSIGN TO 'DLVRQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-RECEIPT-NO
               ALTERNATE RECORD KEY IS DQ-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-DQ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ITEMSKU.
       FD  BOOTH-XREF.
       COPY BOOTHXRF.
       FD  HIGH-VALUE-REGISTER.
       COPY HIVALREG.
       FD  DELIVERY-QUEUE.
       COPY DLVRQUE.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  PHYSICAL-COUNT.
          88 MODE-IS-SHEETS            VALUE 'SHEETS'.
          88 MODE-IS-BATCH             VALUE 'BATCH'.
          88 MODE-IS-VARIANCE          VALUE 'VARIANCE'.
       01 WS-RUN-SCOPE         PIC X(8) VALUE SPACES.
          88 SCOPE-IS-CASES            VALUE 'CASES'.
      * --- A CASE SPOT-COUNT WALKS HVREG IN CASE ORDER -------------
       01 WS-HV-STATUS         PIC XX VALUE '00'.
       01 WS-HV-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-HIGH-VALUE-REGISTER VALUE 1.
       01 WS-HV-OPEN-SW        PIC 9 VALUE 0.
          88 REGISTER-IS-OPEN          VALUE 1.
       01 WS-SHEET-CASE        PIC X(4) VALUE SPACES.
       01 WS-CASE-SHEETS       PIC 9(4) VALUE ZEROS.
       01 WS-REGISTER-SW       PIC 9 VALUE 0.
          88 PIECE-IS-REGISTERED       VALUE 1.
          88 PIECE-NOT-REGISTERED      VALUE 0.
       01 WS-SWITCHES.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
             88 SKU-WAS-COUNTED        VALUE 1.
             88 SKU-NOT-COUNTED        VALUE 0.
       01 WS-SHEET-ITEMS       PIC 9(4) VALUE ZEROS.
      * --- PIECES SOLD BUT STILL WAITING FOR THE TRUCK, OFF THE OPEN
      *     DLVRQUE BOOKINGS, ONE ENTRY PER SKU WITH ITS UNITS SUMMED;
      *     THE VARIANCE NOTES HOW MANY OF THEM TURNED UP IN THE COUNT -
       01 WS-DQ-STATUS         PIC XX VALUE '00'.
       01 WS-DQ-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-DELIVERY-QUEUE     VALUE 1.
       01 WS-AWAIT-SW          PIC 9 VALUE 0.
          88 SKU-IS-AWAITING           VALUE 1.
          88 SKU-NOT-AWAITING          VALUE 0.
       01 WS-AWAIT-TABLE.
          03 WS-AWAIT-ENTRY    OCCURS 500 TIMES.
             05 WS-AW-SKU          PIC X(12).
             05 WS-AW-RECEIPT-NO   PIC 9(6).
             05 WS-AW-DELIVERY-DATE PIC 9(8).
             05 WS-AW-UNITS        PIC 9(4).
             05 WS-AW-COUNTED      PIC 9(4).
       01 WS-AWAIT-N           PIC 9(4) VALUE ZEROS.
       01 WS-AW-IDX            PIC 9(4) VALUE ZEROS.
       01 WS-DQ-ITEM           PIC 9(2) VALUE ZEROS.
       01 WS-AWAIT-UNITS       PIC 9(5) VALUE ZEROS.
       01 WS-HELD-UNITS        PIC 9(5) VALUE ZEROS.
       01 WS-AW-SHOW-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-AW-SHOW-DT REDEFINES WS-AW-SHOW-DATE.
          03 WS-AW-SHOW-MM     PIC 9(2).
          03 WS-AW-SHOW-DD     PIC 9(2).
          03 WS-AW-SHOW-YYYY   PIC 9(4).
       01 WS-EDIT-DATE         PIC 99/99/9999.
      * --- PIECES CHECKED OUT TO AN ANTIQUE SHOW, GATHERED ON THE
      *     VARIANCE PASS AND LISTED IN THEIR OWN SECTION -----------
       01 WS-AT-SHOW-TABLE.
          03 WS-AT-SHOW-ENTRY  OCCURS 500 TIMES.
             05 WS-AS-SKU          PIC X(12).
             05 WS-AS-TENANT-ID    PIC 9(6).
             05 WS-AS-UNITS        PIC 9(4).
       01 WS-AT-SHOW-N         PIC 9(4) VALUE ZEROS.
       01 WS-AS-IDX            PIC 9(4) VALUE ZEROS.
       01 WS-AT-SHOW-UNITS     PIC 9(5) VALUE ZEROS.
      * --- A MULTI-BOOTH TENANT GETS ONE SHEET PER BOOTH, OFF THE
      *     BOOTHXRF ROWS; ITEMS TAGGED BEFORE ITEM-LEVEL LOCATIONS
      *     (BLANK IS-BOOTH-LOCATION) LAND ON THE MAIN BOOTH'S SHEET --
       01 WS-MISSING-COUNT     PIC 9(5) VALUE ZEROS.
       01 WS-EXTRA-COUNT       PIC 9(5) VALUE ZEROS.
       01 WS-SCAN-IDX          PIC 9(4) VALUE ZEROS.
      * --- COUNTED SKUS LOADED FOR THE VARIANCE PASS, ONE ENTRY PER
      *     SKU WITH ITS UNITS SUMMED OVER EVERY COUNT ROW; THE
      *     EXPECTED UNITS ARE FILLED IN AS THE ITEM FILE IS WALKED --
       01 WS-COUNTED-TABLE.
          03 WS-COUNTED-ENTRY  OCCURS 2000 TIMES.
             05 WS-CNT-SKU         PIC X(12).
             05 WS-CNT-SEEN        PIC X.
             05 WS-CNT-UNITS       PIC 9(5).
             05 WS-CNT-EXPECTED    PIC 9(5).
       01 WS-COUNTED-N         PIC 9(4) VALUE ZEROS.
       01 WS-FIND-SKU          PIC X(12) VALUE SPACES.
       01 WS-ROW-UNITS         PIC 9(4) VALUE ZEROS.
       01 WS-EXPECTED-UNITS    PIC 9(5) VALUE ZEROS.
       01 WS-COUNTED-UNITS     PIC 9(5) VALUE ZEROS.
       01 WS-SHORT-UNITS       PIC 9(5) VALUE ZEROS.
       01 WS-OVER-UNITS        PIC 9(5) VALUE ZEROS.
       01 WS-EDIT-UNITS        PIC ZZZ9.
       01 WS-SHEET-LINE        PIC X(70) VALUE SPACES.
       COPY DATEFMT.
       COPY ITMQTY.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-UNITS             PIC 9(4) VALUE 1.
       01 SC-COUNTED           PIC 9(5) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
          03 LINE 08 COLUMN 16 PIC X(12)
                               REVERSE-VIDEO
                               USING SC-SKU.
          03 LINE 08 COLUMN 32 VALUE 'Units'.
          03 LINE 08 COLUMN 38 PIC ZZZ9
                               REVERSE-VIDEO
                               USING SC-UNITS.
          03 LINE 10 COLUMN 05 VALUE 'Counted: '.
          03 LINE 10 COLUMN 16 PIC ZZZZ9
                               FROM SC-COUNTED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE WS-RUN-SCOPE
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-RUN-SCOPE
               INSPECT WS-RUN-SCOPE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-SHEETS AND SCOPE-IS-CASES
                   PERFORM PRINT-CASE-SHEETS
               WHEN MODE-IS-SHEETS
                   PERFORM PRINT-COUNT-SHEETS
               WHEN MODE-IS-BATCH
           IF WS-IS-STATUS = '35'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO COUNT'
           ELSE
               PERFORM LOAD-AWAITING-DELIVERY
               OPEN INPUT TENANT-MASTER
               OPEN OUTPUT COUNT-SHEET
               MOVE 'PHYSICAL COUNT SHEETS' TO COUNT-SHEET-RECORD
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           MOVE SPACES TO WS-SHEET-LINE
           STRING 'SKU          DESCRIPTION'
               '                     QTY  COUNT' DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           SET WS-IS-EOF-SW TO 0
           MOVE SPACES TO IS-SKU
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
      * --- A PIECE SOLD FOR DELIVERY IS STILL ON THE BOOTH: IT IS
      *     LISTED AND COUNTED, MARKED SO NOBODY SELLS IT TWICE -------
       LIST-EXPECTED-ITEM.
           IF IS-TENANT-ID = TM-TENANT-ID
                   AND (IS-BOOTH-LOCATION = WS-SHEET-BOOTH
                        OR (IS-BOOTH-LOCATION = SPACES
                            AND WS-SHEET-BOOTH
                                = TM-BOOTH-LOCATION))
               MOVE IS-SKU TO WS-FIND-SKU
               PERFORM FIND-AWAITING-SKU
               EVALUATE TRUE
                   WHEN IS-IS-AVAILABLE OR IS-STATUS = SPACE
                       PERFORM WRITE-SHEET-ITEM-LINE
                       IF SKU-IS-AWAITING
                           PERFORM WRITE-AWAITING-NOTE-LINE
                       END-IF
                   WHEN SKU-IS-AWAITING
                       PERFORM WRITE-AWAITING-ITEM-LINE
                   WHEN IS-IS-AT-SHOW
                       PERFORM WRITE-AT-SHOW-ITEM-LINE
               END-EVALUATE
           END-IF
           PERFORM READ-ITEM-SKU
           .
       WRITE-SHEET-ITEM-LINE.
           ADD 1 TO WS-SHEET-ITEMS
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE IQ-UNITS-ON-HAND TO WS-EDIT-UNITS
           MOVE SPACES TO WS-SHEET-LINE
           STRING IS-SKU ' ' IS-DESCRIPTION ' ' WS-EDIT-UNITS
               ' [    ]'
               DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           .
       WRITE-AWAITING-ITEM-LINE.
           ADD 1 TO WS-SHEET-ITEMS
           MOVE WS-AW-UNITS(WS-AW-IDX) TO WS-EDIT-UNITS
           MOVE SPACES TO WS-SHEET-LINE
           STRING IS-SKU ' ' IS-DESCRIPTION ' ' WS-EDIT-UNITS
               ' [    ]'
               DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           PERFORM WRITE-AWAITING-NOTE-LINE
           .
       WRITE-AWAITING-NOTE-LINE.
           PERFORM EDIT-AWAITING-DATE
           MOVE WS-AW-UNITS(WS-AW-IDX) TO WS-EDIT-UNITS
           MOVE SPACES TO WS-SHEET-LINE
           STRING '             ** SOLD, AWAITING DELIVERY '
               WS-EDIT-DATE ' --' WS-EDIT-UNITS ' UNIT(S) **'
               DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           .
      * --- OUT AT A SHOW: LISTED SO IT IS NOT HUNTED FOR, BUT WITH
      *     NO COUNT BOX -- IT IS NOT ON THE FLOOR TO COUNT ----------
       WRITE-AT-SHOW-ITEM-LINE.
           ADD 1 TO WS-SHEET-ITEMS
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE IQ-UNITS-ON-HAND TO WS-EDIT-UNITS
           MOVE SPACES TO WS-SHEET-LINE
           STRING IS-SKU ' ' IS-DESCRIPTION ' ' WS-EDIT-UNITS
               DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           MOVE SPACES TO WS-SHEET-LINE
           STRING '             ** OUT AT AN ANTIQUE SHOW'
               ' -- DO NOT COUNT **'
               DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           .
      *-----------------------------------------------------------------
      * --- THE OPEN DELIVERY BOOKINGS.  NO DLVRQUE FILE MEANS NOTHING
      *     IS WAITING FOR THE TRUCK; AN UNTAGGED PIECE HAS NO SKU TO
      *     COUNT AND IS LEFT OFF ---------------------------------
       LOAD-AWAITING-DELIVERY.
           MOVE ZEROS TO WS-AWAIT-N
           SET WS-DQ-EOF-SW TO 0
           OPEN INPUT DELIVERY-QUEUE
           IF WS-DQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DELIVERY-QUEUE
           PERFORM LOAD-ONE-BOOKING UNTIL END-OF-DELIVERY-QUEUE
           CLOSE DELIVERY-QUEUE
           .
       READ-DELIVERY-QUEUE.
           READ DELIVERY-QUEUE NEXT RECORD
               AT END
                   SET END-OF-DELIVERY-QUEUE TO TRUE
           END-READ
           .
       LOAD-ONE-BOOKING.
           IF DQ-IS-BOOKED
               PERFORM LOAD-ONE-BOOKED-PIECE
                   VARYING WS-DQ-ITEM FROM 1 BY 1
                   UNTIL WS-DQ-ITEM > DQ-ITEM-COUNT
           END-IF
           PERFORM READ-DELIVERY-QUEUE
           .
       LOAD-ONE-BOOKED-PIECE.
           IF DQ-ITEM-SKU(WS-DQ-ITEM) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE DQ-ITEM-SKU(WS-DQ-ITEM) TO WS-FIND-SKU
           PERFORM FIND-AWAITING-SKU
           IF SKU-IS-AWAITING
               ADD 1 TO WS-AW-UNITS(WS-AW-IDX)
           ELSE
               IF WS-AWAIT-N < 500
                   ADD 1 TO WS-AWAIT-N
                   MOVE WS-FIND-SKU   TO WS-AW-SKU(WS-AWAIT-N)
                   MOVE DQ-RECEIPT-NO TO WS-AW-RECEIPT-NO(WS-AWAIT-N)
                   MOVE DQ-DELIVERY-DATE
                       TO WS-AW-DELIVERY-DATE(WS-AWAIT-N)
                   MOVE 1     TO WS-AW-UNITS(WS-AWAIT-N)
                   MOVE ZEROS TO WS-AW-COUNTED(WS-AWAIT-N)
               END-IF
           END-IF
           .
      * --- LOOKS WS-FIND-SKU UP AMONG THE PIECES AWAITING DELIVERY; ON
      *     A HIT WS-AW-IDX IS LEFT POINTING AT THE ENTRY -------------
       FIND-AWAITING-SKU.
           SET SKU-NOT-AWAITING TO TRUE
           MOVE 1 TO WS-AW-IDX
           PERFORM SCAN-AWAITING-TABLE
               UNTIL WS-AW-IDX > WS-AWAIT-N OR SKU-IS-AWAITING
           .
       SCAN-AWAITING-TABLE.
           IF WS-AW-SKU(WS-AW-IDX) = WS-FIND-SKU
               SET SKU-IS-AWAITING TO TRUE
           ELSE
               ADD 1 TO WS-AW-IDX
           END-IF
           .
      * --- THE FILE KEEPS CCYYMMDD; THE SHEETS SHOW MM/DD/YYYY -------
       EDIT-AWAITING-DATE.
           MOVE WS-AW-DELIVERY-DATE(WS-AW-IDX)(1:4)
               TO WS-AW-SHOW-YYYY
           MOVE WS-AW-DELIVERY-DATE(WS-AW-IDX)(5:2) TO WS-AW-SHOW-MM
           MOVE WS-AW-DELIVERY-DATE(WS-AW-IDX)(7:2) TO WS-AW-SHOW-DD
           MOVE WS-AW-SHOW-DATE TO WS-EDIT-DATE
           .
      *-----------------------------------------------------------------
      * --- CASE SPOT-COUNT SHEETS: ONE SECTION PER LOCKED CASE, OFF
      *     HVREG IN CASE ORDER, LISTING THE REGISTERED PIECES STILL ON
      *     THE FLOOR.  THE COUNT IS KEYED AND VARIANCED THE SAME WAY
      *     AS A FULL COUNT --------------------------------------------
       PRINT-CASE-SHEETS.
           OPEN INPUT HIGH-VALUE-REGISTER
           IF WS-HV-STATUS NOT = '00'
               DISPLAY 'NO HIGH-VALUE REGISTER -- NO CASES TO COUNT'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO COUNT'
               CLOSE HIGH-VALUE-REGISTER
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COUNT-SHEET
           MOVE 'LOCKED CASE SPOT-COUNT SHEETS' TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           MOVE ZEROS TO WS-CASE-SHEETS
           MOVE LOW-VALUES TO HV-CASE-NO
           START HIGH-VALUE-REGISTER KEY IS NOT LESS THAN HV-CASE-NO
               INVALID KEY
                   SET END-OF-HIGH-VALUE-REGISTER TO TRUE
           END-START
           PERFORM READ-HIGH-VALUE-REGISTER
           PERFORM SHEET-FOR-ONE-CASE-PIECE
               UNTIL END-OF-HIGH-VALUE-REGISTER
           IF WS-CASE-SHEETS > ZEROS
               PERFORM FINISH-CASE-SHEET
           END-IF
           CLOSE ITEM-SKU
           CLOSE HIGH-VALUE-REGISTER
           CLOSE COUNT-SHEET
           DISPLAY 'CASE COUNT SHEETS WRITTEN TO CNTSHEET: '
                   WS-CASE-SHEETS
           .
       READ-HIGH-VALUE-REGISTER.
           IF NOT END-OF-HIGH-VALUE-REGISTER
               READ HIGH-VALUE-REGISTER NEXT RECORD
                   AT END
                       SET END-OF-HIGH-VALUE-REGISTER TO TRUE
               END-READ
           END-IF
           .
       SHEET-FOR-ONE-CASE-PIECE.
           IF HV-CASE-NO NOT = WS-SHEET-CASE OR WS-CASE-SHEETS = ZEROS
               IF WS-CASE-SHEETS > ZEROS
                   PERFORM FINISH-CASE-SHEET
               END-IF
               PERFORM START-CASE-SHEET
           END-IF
           MOVE HV-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IS-IS-AVAILABLE OR IS-STATUS = SPACE
                       PERFORM WRITE-SHEET-ITEM-LINE
                   END-IF
           END-READ
           PERFORM READ-HIGH-VALUE-REGISTER
           .
       START-CASE-SHEET.
           MOVE HV-CASE-NO TO WS-SHEET-CASE
           ADD 1 TO WS-CASE-SHEETS
           MOVE ZEROS TO WS-SHEET-ITEMS
           MOVE SPACES TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           MOVE SPACES TO WS-SHEET-LINE
           STRING 'LOCKED CASE ' WS-SHEET-CASE DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           MOVE SPACES TO WS-SHEET-LINE
           STRING 'SKU          DESCRIPTION'
               '                     QTY  COUNT' DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           MOVE WS-SHEET-LINE TO COUNT-SHEET-RECORD
           WRITE COUNT-SHEET-RECORD
           .
       FINISH-CASE-SHEET.
           IF WS-SHEET-ITEMS = ZEROS
               MOVE '  (NOTHING EXPECTED IN THIS CASE)'
                   TO COUNT-SHEET-RECORD
               WRITE COUNT-SHEET-RECORD
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-COUNT-ENTRY-SCREEN.
           PERFORM OPEN-COUNT-FILE
               OPEN EXTEND PHYSICAL-COUNT
           END-IF
           .
      * --- ONE SCAN IS ONE PIECE; FOR A STACK OF IDENTICAL PIECES
      *     UNDER ONE TAG THE COUNTER KEYS HOW MANY ARE THERE ---------
       ACCEPT-ONE-COUNT.
           MOVE SPACES TO SC-SKU SC-MESSAGE
           MOVE 1 TO SC-UNITS
           DISPLAY COUNT-ENTRY-SCREEN
           ACCEPT COUNT-ENTRY-SCREEN
           IF NOT F1-PRESSED AND SC-SKU NOT = SPACES
               IF SC-UNITS = ZEROS
                   MOVE 1 TO SC-UNITS
               END-IF
               MOVE SC-SKU TO PC-SKU
               MOVE DF-MMDDYYYY TO PC-COUNT-DATE
               MOVE SC-UNITS TO PC-UNITS
               WRITE PHYSICAL-COUNT-RECORD
               ADD SC-UNITS TO SC-COUNTED
               MOVE 'COUNTED' TO SC-MESSAGE
           END-IF
           .
           IF BI-SKU NOT = SPACES
               MOVE BI-SKU TO PC-SKU
               MOVE DF-MMDDYYYY TO PC-COUNT-DATE
               MOVE 1 TO PC-UNITS
               WRITE PHYSICAL-COUNT-RECORD
               ADD 1 TO WS-LOADED-COUNT
           END-IF
           PERFORM READ-BATCH-RECORD
           .
      *-----------------------------------------------------------------
      * --- VARIANCE, IN UNITS: EXPECTED UNITS NOT COUNTED ARE THE
      *     MISSING LIST (A TAG WITH NOTHING COUNTED GETS THE WRITE-OFF
      *     COMMAND THAT CLOSES IT OUT; A PART-COUNTED TAG IS SHOWN
      *     SHORT FOR A RECOUNT); UNITS COUNTED BEYOND WHAT THE FILE
      *     EXPECTS ARE THE FOUND LIST --------------------------------
       PRINT-VARIANCE-REPORT.
           OPEN INPUT PHYSICAL-COUNT
           IF WS-PC-STATUS = '35'
               PERFORM LOAD-ONE-COUNTED-SKU
                   UNTIL END-OF-COUNT-FILE
               CLOSE PHYSICAL-COUNT
               PERFORM LOAD-AWAITING-DELIVERY
               OPEN INPUT ITEM-SKU
               IF SCOPE-IS-CASES
                   OPEN INPUT HIGH-VALUE-REGISTER
                   IF WS-HV-STATUS = '00'
                       SET REGISTER-IS-OPEN TO TRUE
                   END-IF
                   DISPLAY '        LOCKED CASE SPOT-COUNT VARIANCE'
               ELSE
                   DISPLAY '        PHYSICAL COUNT VARIANCE REPORT'
               END-IF
               DISPLAY ' '
               DISPLAY 'MISSING (ON FILE, NOT COUNTED):'
               MOVE SPACES TO IS-SKU
               PERFORM CHECK-ONE-EXPECTED-ITEM
                   UNTIL END-OF-ITEM-SKU
               CLOSE ITEM-SKU
               IF REGISTER-IS-OPEN
                   CLOSE HIGH-VALUE-REGISTER
               END-IF
               DISPLAY ' '
               DISPLAY 'FOUND BUT NOT ON THE AVAILABLE LIST:'
               PERFORM SHOW-ONE-EXTRA-SKU
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-COUNTED-N
               DISPLAY ' '
               DISPLAY 'SOLD, AWAITING DELIVERY (NOT MISSING):'
               PERFORM SHOW-ONE-AWAITING-SKU
                   VARYING WS-AW-IDX FROM 1 BY 1
                   UNTIL WS-AW-IDX > WS-AWAIT-N
               DISPLAY ' '
               DISPLAY 'OUT AT AN ANTIQUE SHOW (NOT MISSING):'
               PERFORM SHOW-ONE-AT-SHOW-SKU
                   VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AT-SHOW-N
               DISPLAY ' '
               DISPLAY 'MISSING UNITS: ' WS-MISSING-COUNT
               DISPLAY 'FOUND-UNCOUNTED UNITS: ' WS-EXTRA-COUNT
               DISPLAY 'AWAITING-DELIVERY UNITS: ' WS-AWAIT-UNITS
               DISPLAY 'OUT-AT-SHOW UNITS: ' WS-AT-SHOW-UNITS
           END-IF
           .
       READ-COUNT-ROW.
                   SET END-OF-COUNT-FILE TO TRUE
           END-READ
           .
      * --- REPEAT SCANS OF ONE TAG ADD UP ON ITS ONE TABLE ENTRY --
       LOAD-ONE-COUNTED-SKU.
           IF PC-UNITS IS NUMERIC AND PC-UNITS > ZEROS
               MOVE PC-UNITS TO WS-ROW-UNITS
           ELSE
               MOVE 1 TO WS-ROW-UNITS
           END-IF
           MOVE PC-SKU TO WS-FIND-SKU
           PERFORM FIND-COUNTED-SKU
           IF SKU-WAS-COUNTED
               ADD WS-ROW-UNITS TO WS-CNT-UNITS(WS-SCAN-IDX)
           ELSE
               IF WS-COUNTED-N < 2000
                   ADD 1 TO WS-COUNTED-N
                   MOVE PC-SKU TO WS-CNT-SKU(WS-COUNTED-N)
                   MOVE 'N'    TO WS-CNT-SEEN(WS-COUNTED-N)
                   MOVE WS-ROW-UNITS TO WS-CNT-UNITS(WS-COUNTED-N)
                   MOVE ZEROS  TO WS-CNT-EXPECTED(WS-COUNTED-N)
               END-IF
           END-IF
           PERFORM READ-COUNT-ROW
           .
      * --- LOOKS WS-FIND-SKU UP IN THE COUNTED TABLE; ON A HIT
      *     WS-SCAN-IDX IS LEFT POINTING AT THE ENTRY -----------------
       FIND-COUNTED-SKU.
           SET SKU-NOT-COUNTED TO TRUE
           MOVE 1 TO WS-SCAN-IDX
           PERFORM SCAN-COUNTED-TABLE
               UNTIL WS-SCAN-IDX > WS-COUNTED-N OR SKU-WAS-COUNTED
           .
       SCAN-COUNTED-TABLE.
           IF WS-CNT-SKU(WS-SCAN-IDX) = WS-FIND-SKU
               SET SKU-WAS-COUNTED TO TRUE
           ELSE
               ADD 1 TO WS-SCAN-IDX
           END-IF
           .
      * --- ON A CASE SPOT-COUNT ONLY THE REGISTERED PIECES ARE
      *     EXPECTED; EVERYTHING ELSE ON THE FLOOR WAS NOT COUNTED ----
       CHECK-ONE-EXPECTED-ITEM.
           SET PIECE-IS-REGISTERED TO TRUE
           IF SCOPE-IS-CASES
               PERFORM FIND-REGISTERED-PIECE
           END-IF
           IF IS-IS-AT-SHOW AND PIECE-IS-REGISTERED
               PERFORM NOTE-AT-SHOW-ITEM
           END-IF
           IF (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
                   AND PIECE-IS-REGISTERED
               SET IQ-QUERY-UNITS TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
               MOVE IQ-UNITS-ON-HAND TO WS-EXPECTED-UNITS
               MOVE ZEROS TO WS-COUNTED-UNITS
               MOVE IS-SKU TO WS-FIND-SKU
               PERFORM FIND-COUNTED-SKU
               IF SKU-WAS-COUNTED
                   MOVE 'Y' TO WS-CNT-SEEN(WS-SCAN-IDX)
                   MOVE WS-EXPECTED-UNITS
                       TO WS-CNT-EXPECTED(WS-SCAN-IDX)
                   MOVE WS-CNT-UNITS(WS-SCAN-IDX) TO WS-COUNTED-UNITS
               END-IF
               EVALUATE TRUE
                   WHEN WS-COUNTED-UNITS = ZEROS
                       ADD WS-EXPECTED-UNITS TO WS-MISSING-COUNT
                       MOVE WS-EXPECTED-UNITS TO WS-EDIT-UNITS
                       DISPLAY '  ' IS-SKU ' TENANT ' IS-TENANT-ID
                               ' AT ' IS-FULL-PRICE
                               ' UNITS ' WS-EDIT-UNITS
                               '  -> WRITEOFF (REASON T) TO CLOSE OUT'
                       IF SCOPE-IS-CASES
                           DISPLAY '      CASE ' HV-CASE-NO
                                   '  -> CASEREG TRACE ' IS-SKU
                       END-IF
                   WHEN WS-COUNTED-UNITS < WS-EXPECTED-UNITS
                       COMPUTE WS-SHORT-UNITS =
                           WS-EXPECTED-UNITS - WS-COUNTED-UNITS
                       ADD WS-SHORT-UNITS TO WS-MISSING-COUNT
                       MOVE WS-SHORT-UNITS TO WS-EDIT-UNITS
                       DISPLAY '  ' IS-SKU ' TENANT ' IS-TENANT-ID
                               ' AT ' IS-FULL-PRICE
                               ' SHORT ' WS-EDIT-UNITS
                               ' OF ' WS-EXPECTED-UNITS
                               '  -> RECOUNT THE TAG'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-ITEM-SKU
           .
      * --- A PIECE OUT AT A SHOW; IF SOMEBODY COUNTED IT ANYWAY ITS
      *     COUNTED ENTRY IS MARKED 'S' SO THE FOUND LIST SAYS WHY ---
       NOTE-AT-SHOW-ITEM.
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           IF WS-AT-SHOW-N < 500
               ADD 1 TO WS-AT-SHOW-N
               MOVE IS-SKU       TO WS-AS-SKU(WS-AT-SHOW-N)
               MOVE IS-TENANT-ID TO WS-AS-TENANT-ID(WS-AT-SHOW-N)
               MOVE IQ-UNITS-ON-HAND TO WS-AS-UNITS(WS-AT-SHOW-N)
           END-IF
           MOVE IS-SKU TO WS-FIND-SKU
           PERFORM FIND-COUNTED-SKU
           IF SKU-WAS-COUNTED
               MOVE 'S' TO WS-CNT-SEEN(WS-SCAN-IDX)
           END-IF
           .
       FIND-REGISTERED-PIECE.
           SET PIECE-NOT-REGISTERED TO TRUE
           IF NOT REGISTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE IS-SKU TO HV-SKU
           READ HIGH-VALUE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PIECE-IS-REGISTERED TO TRUE
           END-READ
           .
      * --- A COUNTED SKU THE AVAILABLE PASS NEVER CLAIMED: EITHER
      *     SOLD-BUT-STILL-ON-THE-FLOOR OR A MIS-SCAN.  A CLAIMED SKU
      *     COUNTED PAST ITS UNITS ON HAND SHOWS THE OVERAGE.  UNITS
      *     SOLD AND WAITING FOR THE TRUCK ARE SET ASIDE FIRST --------
       SHOW-ONE-EXTRA-SKU.
           MOVE ZEROS TO WS-OVER-UNITS
           IF WS-CNT-UNITS(WS-SCAN-IDX) > WS-CNT-EXPECTED(WS-SCAN-IDX)
               COMPUTE WS-OVER-UNITS =
                   WS-CNT-UNITS(WS-SCAN-IDX)
                   - WS-CNT-EXPECTED(WS-SCAN-IDX)
           END-IF
           PERFORM SET-ASIDE-AWAITING-UNITS
           IF WS-OVER-UNITS = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-OVER-UNITS TO WS-EXTRA-COUNT
           MOVE WS-OVER-UNITS TO WS-EDIT-UNITS
           IF WS-CNT-SEEN(WS-SCAN-IDX) = 'S'
               DISPLAY '  ' WS-CNT-SKU(WS-SCAN-IDX)
                       ' UNITS ' WS-EDIT-UNITS
                       ' -- CHECKED OUT TO A SHOW, SHOWEVT BACK'
               EXIT PARAGRAPH
           END-IF
           IF WS-CNT-SEEN(WS-SCAN-IDX) = 'N'
               DISPLAY '  ' WS-CNT-SKU(WS-SCAN-IDX)
                       ' UNITS ' WS-EDIT-UNITS
                       ' -- NOT ON THE AVAILABLE LIST'
           ELSE
               DISPLAY '  ' WS-CNT-SKU(WS-SCAN-IDX)
                       ' UNITS ' WS-EDIT-UNITS
                       ' -- MORE THAN THE FILE HAS ON HAND'
           END-IF
           .
       SET-ASIDE-AWAITING-UNITS.
           MOVE WS-CNT-SKU(WS-SCAN-IDX) TO WS-FIND-SKU
           PERFORM FIND-AWAITING-SKU
           IF SKU-NOT-AWAITING
               EXIT PARAGRAPH
           END-IF
           IF WS-OVER-UNITS > WS-AW-UNITS(WS-AW-IDX)
               MOVE WS-AW-UNITS(WS-AW-IDX) TO WS-HELD-UNITS
           ELSE
               MOVE WS-OVER-UNITS TO WS-HELD-UNITS
           END-IF
           SUBTRACT WS-HELD-UNITS FROM WS-OVER-UNITS
           MOVE WS-HELD-UNITS TO WS-AW-COUNTED(WS-AW-IDX)
           .
      * --- EVERY PIECE STILL WAITING FOR THE TRUCK, WITH HOW MANY OF
      *     ITS UNITS THE COUNT FOUND ON THE FLOOR --------------------
       SHOW-ONE-AWAITING-SKU.
           ADD WS-AW-UNITS(WS-AW-IDX) TO WS-AWAIT-UNITS
           PERFORM EDIT-AWAITING-DATE
           MOVE WS-AW-UNITS(WS-AW-IDX) TO WS-EDIT-UNITS
           DISPLAY '  ' WS-AW-SKU(WS-AW-IDX)
                   ' UNITS ' WS-EDIT-UNITS
                   ' COUNTED ' WS-AW-COUNTED(WS-AW-IDX)
                   ' -- RECEIPT ' WS-AW-RECEIPT-NO(WS-AW-IDX)
                   ' DELIVERS ' WS-EDIT-DATE
           .
      * --- EVERY PIECE STILL BOOKED OUT TO AN ANTIQUE SHOW ---------
       SHOW-ONE-AT-SHOW-SKU.
           ADD WS-AS-UNITS(WS-AS-IDX) TO WS-AT-SHOW-UNITS
           MOVE WS-AS-UNITS(WS-AS-IDX) TO WS-EDIT-UNITS
           DISPLAY '  ' WS-AS-SKU(WS-AS-IDX)
                   ' TENANT ' WS-AS-TENANT-ID(WS-AS-IDX)
                   ' UNITS ' WS-EDIT-UNITS
                   ' -- OUT AT A SHOW'
           .
