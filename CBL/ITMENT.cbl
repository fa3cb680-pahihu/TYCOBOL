      *    AND THE CATEGORY AGAINST CATGTBL, THE NEXT SKU COMES OFF
      *    THE SKUCTR CONTROL FILE (THE SAME WAY TENANTCT FEEDS
      *    DTR001), AND A RECEIVED DATE IS STAMPED ON EVERY RECORD.
      *    F2 OPENS THE PRICE COMPS -- WHAT PIECES IN THE SAME
      *    CATEGORY WITH A WORD OF THE DESCRIPTION IN COMMON SOLD FOR
      *    HERE IN THE LAST YEAR -- SO THE DEALER IS NOT PRICING BY
      *    GUESSWORK.  THE COMPS ARE ADVISORY AND NEVER HOLD UP AN
      *    ITEM.
      *    A PIECE TAGGED ABOVE THE HVPOLCY THRESHOLD IS HIGH-VALUE:
      *    IT CANNOT BE SAVED WITHOUT THE LOCKED CASE IT GOES IN AND A
      *    PROVENANCE NOTE, AND IT IS REGISTERED ON HVREG SO CASEREG
      *    CAN PRINT THE NIGHTLY CASE CHECK.  A CASE KEYED ON A
      *    CHEAPER PIECE REGISTERS IT THE SAME WAY.
      *    A DEALER'S PIECE IN A CATEGORY THEIR LEASE DOES NOT ALLOW
      *    (DLRCATS, JUDGED BY CATCHK) IS REFUSED UNLESS A MANAGER
      *    KEYS A PIN (AUTHCHK FUNCTION 'CATOVRD'); AN OVERRIDE IS
      *    NOTED ON THE DEALER'S CONTACT LOG.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT ITEM-SKU
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XR-STATUS.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
           SELECT HIGH-VALUE-REGISTER
               ASSIGN TO 'HVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-SKU
               ALTERNATE RECORD KEY IS HV-CASE-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-HV-STATUS.
           SELECT HIGH-VALUE-POLICY
               ASSIGN TO 'HVPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ESTLOT.
       FD  BOOTH-XREF.
       COPY BOOTHXRF.
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       FD  HIGH-VALUE-REGISTER.
       COPY HIVALREG.
       FD  HIGH-VALUE-POLICY.
       COPY HVPOLCY.
       WORKING-STORAGE SECTION.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-SK-STATUS         PIC XX VALUE '00'.
             88 LOT-IS-ON-FILE         VALUE 1.
             88 LOT-NOT-ON-FILE        VALUE 0.
       01 WS-XR-STATUS         PIC XX VALUE '00'.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
       01 WS-EL-STATUS         PIC XX VALUE '00'.
      * --- HIGH-VALUE THRESHOLD OFF THE HVPOLCY CONTROL FILE; A ZERO
      *     OR MISSING ROW KEEPS THE BUILT-IN VALUE --------------------
       01 WS-HV-STATUS         PIC XX VALUE '00'.
       01 WS-HP-STATUS         PIC XX VALUE '00'.
       01 WS-HP-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-HIGH-VALUE-POLICY  VALUE 1.
       01 WS-HV-THRESHOLD      PIC 9(6)V9(2) VALUE 300.00.
       01 WS-HV-SW             PIC 9 VALUE 0.
          88 ITEM-IS-HIGH-VALUE        VALUE 1.
          88 ITEM-NOT-HIGH-VALUE       VALUE 0.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY TRAINMD.
      * --- EVERY SKU CREATED THIS SESSION IS KEPT SO THE SIGNED
      *     INTAKE MANIFEST CAN BE PRINTED WHEN THE SESSION ENDS --
      *     THE PAPER THAT SETTLES "I BROUGHT IN TWELVE" MONTHS ON ----
             05 WS-SES-SKU          PIC X(12).
             05 WS-SES-TENANT-ID    PIC 9(6).
             05 WS-SES-CATEGORY     PIC X(4).
             05 WS-SES-PRICE        PIC 9(6)V9(2).
             05 WS-SES-DESC         PIC X(30).
       01 WS-SES-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-SES-PRICE-SHOW    PIC ZZZ,ZZ9.99.
       COPY TAGPUT.
       COPY SKUCHK.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       COPY JRNLIS.
      * --- LEASE CATEGORY RESTRICTIONS, AND WHO OVERRODE ONE ON THE
      *     PIECE BEING SAVED -----------------------------------------
       COPY CATCHK.
       COPY AUTHCHK.
       COPY CONTPUT.
       01 WS-OVERRIDE-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
      * --- PRICE COMPS: WHAT PIECES LIKE THIS HAVE ACTUALLY SOLD FOR
      *     HERE, OFF COMPSLKP.  ADVISORY ONLY ------------------------
       COPY COMPSLKP.
       01 WS-COMP-IDX          PIC 9(2) VALUE ZEROS.
       01 WS-COMP-PRICE-SHOW   PIC ZZZ,ZZ9.99.
       01 WS-COMP-LOW-SHOW     PIC ZZZ,ZZ9.99.
       01 WS-COMP-MEDIAN-SHOW  PIC ZZZ,ZZ9.99.
       01 WS-COMP-HIGH-SHOW    PIC ZZZ,ZZ9.99.
       01 WS-COMP-DAYS-SHOW    PIC ZZZ9.
       01 WS-COMP-MKDN-SHOW    PIC Z9.
       01 WS-COMP-COUNT-SHOW   PIC ZZ9.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-TENANT-NAME       PIC X(30) VALUE SPACES.
       01 SC-CATEGORY          PIC X(4) VALUE SPACES.
       01 SC-FULL-PRICE        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-ACQUISITION-COST  PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-DESCRIPTION       PIC X(30) VALUE SPACES.
       01 SC-BOOTH             PIC X(10) VALUE SPACES.
       01 SC-LOT-NO            PIC 9(4) VALUE ZEROS.
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-FIRM-PRICE        PIC X VALUE 'N'.
       01 SC-LIST-ONLINE       PIC X VALUE 'N'.
       01 SC-QUANTITY          PIC 9(4) VALUE 1.
       01 SC-CASE-NO           PIC X(4) VALUE SPACES.
       01 SC-PROVENANCE-1      PIC X(60) VALUE SPACES.
       01 SC-PROVENANCE-2      PIC X(60) VALUE SPACES.
       01 SC-HV-THRESHOLD      PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-OVERRIDE-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
       01 SC-COMP-CATEGORY     PIC X(4) VALUE SPACES.
       01 SC-COMP-KEYWORD      PIC X(15) VALUE SPACES.
       01 SC-COMP-SUMMARY      PIC X(70) VALUE SPACES.
       01 SC-COMP-MESSAGE      PIC X(40) VALUE SPACES.
       01 SC-COMP-LINES.
          03 SC-COMP-1         PIC X(70) VALUE SPACES.
          03 SC-COMP-2         PIC X(70) VALUE SPACES.
          03 SC-COMP-3         PIC X(70) VALUE SPACES.
          03 SC-COMP-4         PIC X(70) VALUE SPACES.
          03 SC-COMP-5         PIC X(70) VALUE SPACES.
          03 SC-COMP-6         PIC X(70) VALUE SPACES.
          03 SC-COMP-7         PIC X(70) VALUE SPACES.
          03 SC-COMP-8         PIC X(70) VALUE SPACES.
       01 SC-COMP-TABLE REDEFINES SC-COMP-LINES.
          03 SC-COMP-LINE      OCCURS 8 TIMES PIC X(70).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 33 VALUE 'Item Intake Entry'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Operator PIN:'.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 33 VALUE 'Item Intake Entry'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 04 VALUE 'Consignor.'.
                               USING SC-BOOTH.
          03 LINE 08 COLUMN 44 VALUE '(blank = main booth)'.
          03 LINE 10 COLUMN 04 VALUE 'Full Price'.
          03 LINE 10 COLUMN 16 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-FULL-PRICE.
          03 LINE 10 COLUMN 32 VALUE 'Acq. Cost (house)'.
          03 LINE 10 COLUMN 50 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-ACQUISITION-COST.
          03 LINE 10 COLUMN 62 VALUE 'Lot'.
          03 LINE 11 COLUMN 16 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-DESCRIPTION.
          03 LINE 11 COLUMN 50 VALUE 'Units'.
          03 LINE 11 COLUMN 56 PIC ZZZ9
                               REVERSE-VIDEO
                               USING SC-QUANTITY.
          03 LINE 12 COLUMN 05 VALUE 'Item SKU '.
          03 LINE 12 COLUMN 16 PIC X(12)
                               HIGHLIGHT
                               FROM SC-SKU.
          03 LINE 12 COLUMN 32 VALUE 'Firm Price (Y/N)'.
          03 LINE 12 COLUMN 49 PIC X
                               REVERSE-VIDEO
                               USING SC-FIRM-PRICE.
          03 LINE 12 COLUMN 52 VALUE 'List Online (Y/N)'.
          03 LINE 12 COLUMN 70 PIC X
                               REVERSE-VIDEO
                               USING SC-LIST-ONLINE.
          03 LINE 14 COLUMN 03 VALUE 'Locked Case'.
          03 LINE 14 COLUMN 16 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CASE-NO.
          03 LINE 14 COLUMN 26 VALUE 'Required with provenance over'.
          03 LINE 14 COLUMN 56 PIC ZZZ,ZZZ.9(2)
                               FROM SC-HV-THRESHOLD.
          03 LINE 15 COLUMN 04 VALUE 'Provenance'.
          03 LINE 15 COLUMN 16 PIC X(60)
                               REVERSE-VIDEO
                               USING SC-PROVENANCE-1.
          03 LINE 16 COLUMN 16 PIC X(60)
                               REVERSE-VIDEO
                               USING SC-PROVENANCE-2.
          03 LINE 18 COLUMN 07 VALUE 'Message:'.
          03 LINE 18 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 20 COLUMN 06 VALUE 'Mgr PIN'.
          03 LINE 20 COLUMN 16 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-OVERRIDE-PIN.
          03 LINE 20 COLUMN 26 VALUE
              '(only for a category the lease restricts)'.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Price Comps'.
       01 COMPS-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 27 VALUE 'Comparable Sales -- Last Year'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 02 VALUE 'Cat:'.
          03 LINE 04 COLUMN 07 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-COMP-CATEGORY.
          03 LINE 04 COLUMN 13 VALUE 'Keyword:'.
          03 LINE 04 COLUMN 22 PIC X(15)
                               REVERSE-VIDEO
                               USING SC-COMP-KEYWORD.
          03 LINE 06 COLUMN 02 VALUE
              'SOLD   SKU          DESCRIPTION                 PRICE'.
          03 LINE 06 COLUMN 57 VALUE 'DAYS MKDN'.
          03 LINE 07 COLUMN 02 PIC X(70) FROM SC-COMP-1.
          03 LINE 08 COLUMN 02 PIC X(70) FROM SC-COMP-2.
          03 LINE 09 COLUMN 02 PIC X(70) FROM SC-COMP-3.
          03 LINE 10 COLUMN 02 PIC X(70) FROM SC-COMP-4.
          03 LINE 11 COLUMN 02 PIC X(70) FROM SC-COMP-5.
          03 LINE 12 COLUMN 02 PIC X(70) FROM SC-COMP-6.
          03 LINE 13 COLUMN 02 PIC X(70) FROM SC-COMP-7.
          03 LINE 14 COLUMN 02 PIC X(70) FROM SC-COMP-8.
          03 LINE 16 COLUMN 02 PIC X(70)
                               HIGHLIGHT
                               FROM SC-COMP-SUMMARY.
          03 LINE 17 COLUMN 02 VALUE
              '(T = TAG PRICE -- THE SALE ROW IS NO LONGER ON FILE)'.
          03 LINE 18 COLUMN 02 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-COMP-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE
              'F1 - Back to Intake   Enter - Search Again'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           SET TR-OP-CHECK TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
           PERFORM LOAD-CATEGORY-TABLE
           PERFORM LOAD-HIGH-VALUE-POLICY
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM OPEN-ITEM-SKU
               PERFORM OPEN-HIGH-VALUE-REGISTER
               PERFORM ENTER-ONE-ITEM UNTIL F1-PRESSED
               CLOSE ITEM-SKU
               CLOSE HIGH-VALUE-REGISTER
               IF WS-SES-COUNT > ZEROS
                   PERFORM PRINT-INTAKE-MANIFEST
                   PERFORM PRINT-SESSION-TAGS
                       SET OPERATOR-SIGNED-IN TO TRUE
                       MOVE OP-INITIALS-OUT TO WS-OPERATOR-INITIALS
                   ELSE
                       IF OP-PIN-TRAINEE
                           MOVE 'TRAINEE PIN -- USE TRAINING MODE'
                               TO SC-PIN-MESSAGE
                       ELSE
                           MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                               TO SC-PIN-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *-----------------------------------------------------------------
       ENTER-ONE-ITEM.
           SET ITEM-BOOTH-IS-OK TO TRUE
           MOVE SPACES TO SC-MESSAGE SC-SKU SC-OVERRIDE-PIN
                          WS-OVERRIDE-INITIALS
           DISPLAY ITMENT-SCREEN
           ACCEPT ITMENT-SCREEN
           IF F2-PRESSED
               PERFORM START-INTAKE-COMPS
               EXIT PARAGRAPH
           END-IF
           IF NOT F1-PRESSED
               PERFORM VALIDATE-ITEM-ENTRY
               IF ENTRY-IS-VALID
               DISPLAY ITMENT-SCREEN
           END-IF
           .
      * --- COMPS START FROM THE CATEGORY KEYED AND THE FIRST WORD OF
      *     THE DESCRIPTION -------------------------------------------
       START-INTAKE-COMPS.
           MOVE SC-CATEGORY TO SC-COMP-CATEGORY
           MOVE SPACES TO SC-COMP-KEYWORD
           UNSTRING FUNCTION TRIM(SC-DESCRIPTION) DELIMITED BY ALL SPACE
               INTO SC-COMP-KEYWORD
           END-UNSTRING
           PERFORM SHOW-PRICE-COMPS
           .
      *-----------------------------------------------------------------
      * --- PRICE COMPS: ADVISORY ONLY.  THE CLERK CAN CHANGE THE
      *     CATEGORY OR KEYWORD AND SEARCH AGAIN; F1 GOES BACK WITH
      *     EVERYTHING KEYED SO FAR STILL ON THE SCREEN ----------------
       SHOW-PRICE-COMPS.
           PERFORM RUN-COMPS-SEARCH
           MOVE ZEROS TO KEYBOARD-STATUS
           PERFORM SERVE-COMPS-SCREEN UNTIL F1-PRESSED
           MOVE ZEROS TO KEYBOARD-STATUS
           .
       SERVE-COMPS-SCREEN.
           DISPLAY COMPS-SCREEN
           ACCEPT COMPS-SCREEN
           IF NOT F1-PRESSED
               PERFORM RUN-COMPS-SEARCH
           END-IF
           .
       RUN-COMPS-SEARCH.
           INSPECT SC-COMP-CATEGORY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SC-COMP-CATEGORY TO CQ-CATEGORY
           MOVE SC-COMP-KEYWORD  TO CQ-KEYWORD
           CALL 'COMPSLKP' USING COMPS-LOOKUP-PARAMS
           MOVE SPACES TO SC-COMP-LINES SC-COMP-SUMMARY
           MOVE CQ-MESSAGE TO SC-COMP-MESSAGE
           PERFORM FORMAT-ONE-COMP-LINE
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > CQ-SHOWN-COUNT
           IF CQ-MATCH-COUNT > ZEROS
               MOVE CQ-MATCH-COUNT  TO WS-COMP-COUNT-SHOW
               MOVE CQ-LOW-PRICE    TO WS-COMP-LOW-SHOW
               MOVE CQ-MEDIAN-PRICE TO WS-COMP-MEDIAN-SHOW
               MOVE CQ-HIGH-PRICE   TO WS-COMP-HIGH-SHOW
               STRING WS-COMP-COUNT-SHOW ' SOLD   LOW '
                   WS-COMP-LOW-SHOW '   MEDIAN ' WS-COMP-MEDIAN-SHOW
                   '   HIGH ' WS-COMP-HIGH-SHOW
                   DELIMITED BY SIZE INTO SC-COMP-SUMMARY
           END-IF
           .
       FORMAT-ONE-COMP-LINE.
           MOVE CQ-C-PRICE(WS-COMP-IDX)        TO WS-COMP-PRICE-SHOW
           MOVE CQ-C-DAYS(WS-COMP-IDX)         TO WS-COMP-DAYS-SHOW
           MOVE CQ-C-MARKDOWN-PCT(WS-COMP-IDX) TO WS-COMP-MKDN-SHOW
           STRING CQ-C-SOLD-DATE(WS-COMP-IDX) ' '
               CQ-C-SKU(WS-COMP-IDX) ' '
               CQ-C-DESCRIPTION(WS-COMP-IDX)(1:24) ' '
               WS-COMP-PRICE-SHOW CQ-C-SOURCE(WS-COMP-IDX) ' '
               WS-COMP-DAYS-SHOW '  ' WS-COMP-MKDN-SHOW '%'
               DELIMITED BY SIZE INTO SC-COMP-LINE(WS-COMP-IDX)
           .
      *-----------------------------------------------------------------
      * --- CONSIGNOR ZERO IS THE HOUSE: ESTATE-LOT STOCK DARLENE
      *     BOUGHT OUTRIGHT.  IT NEEDS AN ACQUISITION COST INSTEAD OF
      *     A TENANT LOOKUP, AND SELLS WITH NO COMMISSION --------------
       VALIDATE-ITEM-ENTRY.
           SET ENTRY-NOT-VALID TO TRUE
      * --- ONLY A KEYED 'Y' MARKS THE PIECE FIRM; ANYTHING ELSE LEAVES
      *     IT OPEN TO THE CONSIGNOR'S NORMAL DISCOUNT LIMIT -----------
           INSPECT SC-FIRM-PRICE CONVERTING 'y' TO 'Y'
           IF SC-FIRM-PRICE NOT = 'Y'
               MOVE 'N' TO SC-FIRM-PRICE
           END-IF
      * --- LIKEWISE ONLY A KEYED 'Y' PUTS THE PIECE ON THE NIGHTLY
      *     MARKETPLACE FEED ------------------------------------------
           INSPECT SC-LIST-ONLINE CONVERTING 'y' TO 'Y'
           IF SC-LIST-ONLINE NOT = 'Y'
               MOVE 'N' TO SC-LIST-ONLINE
           END-IF
      * --- ONE TAG MAY COVER SEVERAL IDENTICAL PIECES; A BLANKED-OUT
      *     UNIT COUNT MEANS THE USUAL SINGLE PIECE --------------------
           IF SC-QUANTITY = ZEROS
               MOVE 1 TO SC-QUANTITY
           END-IF
           INSPECT SC-CASE-NO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF SC-FULL-PRICE > WS-HV-THRESHOLD
               SET ITEM-IS-HIGH-VALUE TO TRUE
           ELSE
               SET ITEM-NOT-HIGH-VALUE TO TRUE
           END-IF
           SET LOT-IS-ON-FILE TO TRUE
           IF SC-LOT-NO > ZEROS
               PERFORM LOOKUP-ESTATE-LOT
                           TO SC-MESSAGE
                   WHEN SC-FULL-PRICE = ZEROS
                       MOVE 'A PRICE IS REQUIRED' TO SC-MESSAGE
                   WHEN ITEM-IS-HIGH-VALUE AND SC-CASE-NO = SPACES
                       MOVE 'HIGH-VALUE ITEM -- KEY ITS LOCKED CASE'
                           TO SC-MESSAGE
                   WHEN ITEM-IS-HIGH-VALUE
                           AND SC-PROVENANCE-1 = SPACES
                       MOVE 'HIGH-VALUE ITEM -- KEY ITS PROVENANCE'
                           TO SC-MESSAGE
                   WHEN OTHER
                       PERFORM VALIDATE-CATEGORY
                       IF CAT-FOUND
                           TO SC-MESSAGE
                   WHEN SC-FULL-PRICE = ZEROS
                       MOVE 'A PRICE IS REQUIRED' TO SC-MESSAGE
                   WHEN ITEM-IS-HIGH-VALUE AND SC-CASE-NO = SPACES
                       MOVE 'HIGH-VALUE ITEM -- KEY ITS LOCKED CASE'
                           TO SC-MESSAGE
                   WHEN ITEM-IS-HIGH-VALUE
                           AND SC-PROVENANCE-1 = SPACES
                       MOVE 'HIGH-VALUE ITEM -- KEY ITS PROVENANCE'
                           TO SC-MESSAGE
                   WHEN OTHER
                       PERFORM VALIDATE-CATEGORY
                       IF CAT-FOUND
                           PERFORM CHECK-DEALER-CATEGORY
                       END-IF
               END-EVALUATE
           END-IF
           .
      * --- A CATEGORY THE DEALER'S LEASE RESTRICTS, OR ONE NEEDING A
      *     PERMIT THE DEALER HAS NOT GOT, IS REFUSED; THE MANAGER'S
      *     PIN IN THE OVERRIDE FIELD LETS THE ONE PIECE THROUGH -------
       CHECK-DEALER-CATEGORY.
           MOVE SC-TENANT-ID TO CV-TENANT-ID
           MOVE SC-CATEGORY  TO CV-CATEGORY
           COMPUTE CV-AS-OF-DATE =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           CALL 'CATCHK' USING CATEGORY-CHECK-PARAMS
           IF CV-IS-ALLOWED
               SET ENTRY-IS-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SC-OVERRIDE-PIN = SPACES
               MOVE CV-MESSAGE TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CATOVRD ' TO AC-FUNCTION
           MOVE SC-OVERRIDE-PIN TO AC-PIN-INPUT
           CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
           MOVE SPACES TO SC-OVERRIDE-PIN
           IF AC-IS-ALLOWED
               MOVE AC-INITIALS-OUT TO WS-OVERRIDE-INITIALS
               SET ENTRY-IS-VALID TO TRUE
           ELSE
               MOVE AC-MESSAGE TO SC-MESSAGE
           END-IF
           .
      *-----------------------------------------------------------------
       LOOKUP-TENANT.
           OPEN INPUT TENANT-MASTER
           ELSE
               MOVE ZEROS     TO IS-LOT-NO
           END-IF
           MOVE SC-FIRM-PRICE       TO IS-FIRM-PRICE
           MOVE SC-LIST-ONLINE      TO IS-LIST-ONLINE
           MOVE SC-QUANTITY         TO IS-QTY-RECEIVED
           MOVE SC-QUANTITY         TO IS-QTY-ON-HAND
           MOVE ZEROS               TO IS-QTY-RESERVED
           PERFORM SET-ITEM-STORE
           WRITE ITEM-SKU-RECORD
               INVALID KEY
                   MOVE 'SKU ALREADY ON FILE -- NOT SAVED'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'W' TO IJ-OPERATION
                   MOVE 'ITMENT' TO IJ-PROGRAM
                   MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                   MOVE SPACES TO IJ-BEFORE-IMAGE
                   MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                   CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                   MOVE 'ITEM SAVED -- TAG IT WITH THE SKU'
                       TO SC-MESSAGE
                   PERFORM REMEMBER-SESSION-ITEM
                   IF WS-OVERRIDE-INITIALS NOT = SPACES
                       PERFORM LOG-CATEGORY-OVERRIDE
                   END-IF
                   IF SC-CASE-NO NOT = SPACES
                       PERFORM REGISTER-HIGH-VALUE-ITEM
                   END-IF
           END-WRITE
           .
      * --- THE DEALER'S FILE SHOWS WHICH PIECE WENT OUT ON THE FLOOR
      *     AGAINST THE LEASE, AND WHOSE PIN LET IT -------------------
       LOG-CATEGORY-OVERRIDE.
           MOVE SC-TENANT-ID TO LG-TENANT-ID
           MOVE 'ITMENT'     TO LG-SOURCE
           MOVE SPACES       TO LG-NOTE
           STRING 'SKU ' SC-SKU ' ' SC-CATEGORY
                  ' TAKEN IN OVER LEASE LIMIT -- MGR '
                  WS-OVERRIDE-INITIALS
                  DELIMITED BY SIZE INTO LG-NOTE
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           MOVE 'ITEM SAVED -- CATEGORY OVERRIDE LOGGED'
               TO SC-MESSAGE
           .
      * --- THE PIECE GOES ON HVREG UNDER ITS CASE.  THE CASE AND THE
      *     NOTE ARE CLEARED AFTERWARD -- THEY BELONG TO THIS PIECE,
      *     NOT TO THE NEXT ONE KEYED ----------------------------------
       REGISTER-HIGH-VALUE-ITEM.
           MOVE SC-SKU               TO HV-SKU
           MOVE SC-CASE-NO           TO HV-CASE-NO
           MOVE SC-PROVENANCE-1      TO HV-PROVENANCE-1
           MOVE SC-PROVENANCE-2      TO HV-PROVENANCE-2
           MOVE DF-STAMP(1:8)        TO HV-REGISTERED-DATE
           MOVE WS-OPERATOR-INITIALS TO HV-OPERATOR-ID
           WRITE HIGH-VALUE-RECORD
               INVALID KEY
                   MOVE 'ITEM SAVED -- CASE REGISTER NOT UPDATED'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'ITEM SAVED AND REGISTERED TO ITS CASE'
                       TO SC-MESSAGE
                   MOVE SPACES TO SC-CASE-NO SC-PROVENANCE-1
                                  SC-PROVENANCE-2
           END-WRITE
           .
      * --- THE PIECE IS ON THE FLOOR OF THE STORE ITS BOOTH IS IN; NO
      *     BOOTH (OR A BOOTH NOT ON THE BOOTH MASTER) MEANS STORE 01 --
       SET-ITEM-STORE.
           MOVE '01' TO IS-STORE-ID
           IF IS-BOOTH-LOCATION = SPACES
               EXIT PARAGRAPH
           END-IF
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
       REMEMBER-SESSION-ITEM.
           IF WS-SES-COUNT < 100
               ADD 1 TO WS-SES-COUNT
           MOVE 'DARLENE''S TREASURES - INTAKE MANIFEST'
               TO WS-RPT-LINE
           PERFORM EMIT-MANIFEST-LINE
           IF TR-IS-TRAINING
               MOVE '*** TRAINING -- NOTHING WAS RECEIVED ***'
                   TO WS-RPT-LINE
               PERFORM EMIT-MANIFEST-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATE RECEIVED: ' DF-MMDDYYYY
               '   TAKEN IN BY: ' WS-OPERATOR-INITIALS
       WRITE-ONE-SESSION-TAG.
           MOVE WS-SES-SKU(WS-SES-IDX)      TO TG-SKU
           MOVE WS-SES-DESC(WS-SES-IDX)     TO TG-DESCRIPTION
           IF TR-IS-TRAINING
               MOVE SPACES TO TG-DESCRIPTION
               STRING 'TRAINING ' WS-SES-DESC(WS-SES-IDX)
                   DELIMITED BY SIZE INTO TG-DESCRIPTION
           END-IF
           MOVE WS-SES-CATEGORY(WS-SES-IDX) TO TG-CATEGORY
           MOVE WS-SES-PRICE(WS-SES-IDX)    TO TG-PRICE
           MOVE SPACES TO TG-DATE-CODE
               OPEN I-O ITEM-SKU
           END-IF
           .
       OPEN-HIGH-VALUE-REGISTER.
           OPEN I-O HIGH-VALUE-REGISTER
           IF WS-HV-STATUS = '35'
               OPEN OUTPUT HIGH-VALUE-REGISTER
               CLOSE HIGH-VALUE-REGISTER
               OPEN I-O HIGH-VALUE-REGISTER
           END-IF
           .
      *-----------------------------------------------------------------
       GET-NEXT-SKU.
           MOVE 1 TO WS-CTR-RRN
           MOVE CG-CATEGORY-NAME TO WS-CG-NAME(WS-CG-COUNT)
           PERFORM READ-CATEGORY-TABLE
           .
      *-----------------------------------------------------------------
       LOAD-HIGH-VALUE-POLICY.
           OPEN INPUT HIGH-VALUE-POLICY
           IF WS-HP-STATUS = '35'
               PERFORM SEED-HIGH-VALUE-POLICY
               OPEN INPUT HIGH-VALUE-POLICY
           END-IF
           READ HIGH-VALUE-POLICY NEXT RECORD
               AT END
                   SET END-OF-HIGH-VALUE-POLICY TO TRUE
           END-READ
           IF NOT END-OF-HIGH-VALUE-POLICY
               IF HP-PRICE-THRESHOLD IS NUMERIC
                       AND HP-PRICE-THRESHOLD > ZEROS
                   MOVE HP-PRICE-THRESHOLD TO WS-HV-THRESHOLD
               END-IF
           END-IF
           CLOSE HIGH-VALUE-POLICY
           MOVE WS-HV-THRESHOLD TO SC-HV-THRESHOLD
           .
      * --- FIRST RUN ON A NEW SYSTEM: SEED THE AGREED THRESHOLD.  AFTER
      *     THIS TBLMNT MAINTAINS IT WITHOUT A RECOMPILE ---------------
       SEED-HIGH-VALUE-POLICY.
           OPEN OUTPUT HIGH-VALUE-POLICY
           MOVE 300.00 TO HP-PRICE-THRESHOLD
           WRITE HIGH-VALUE-POLICY-RECORD
           CLOSE HIGH-VALUE-POLICY
           .
