       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRCATS.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    DLRCATS -- DEALER CATEGORY RESTRICTIONS.  WHAT EACH LEASE
      *    LETS A DEALER SELL: NO NEW MERCHANDISE OR REPRODUCTIONS,
      *    ONE DEALER ON JEWELRY IN THE FRONT CASES, FOOD ONLY WITH A
      *    PERMIT.  A MANAGER-LEVEL PIN OPENS THE SCREEN (AUTHCHK
      *    FUNCTION 'DLRCATS').  THE DEALER IS KEYED BY TENANT NUMBER
      *    AND GIVEN EITHER AN ALLOWED LIST ('A' -- ONLY THESE
      *    CATEGORIES) OR AN EXCLUDED LIST ('X' -- ANYTHING BUT
      *    THESE), UP TO TEN CATEGORY CODES, AND THE PERMIT NUMBER
      *    AND EXPIRY FOR ANY CATEGORY CATGTBL FLAGS PERMIT-REQUIRED.
      *    A BLANK LIST TYPE WITH NO CATEGORIES AND NO PERMIT TAKES
      *    THE DEALER'S ROW OFF, BACK TO NO RESTRICTION.  ITMENT
      *    REFUSES A PIECE THE ROW DOES NOT ALLOW UNLESS A MANAGER
      *    OVERRIDES IT.
      *    "GNUMAIN DLRCATS REPORT" LISTS EVERY PIECE STILL ON THE
      *    FLOOR (AVAILABLE OR ON HOLD) THAT BREAKS ITS DEALER'S
      *    RESTRICTIONS AS THEY STAND TODAY -- STOCK TAKEN IN BEFORE
      *    THE ROW WAS KEYED, OR LET THROUGH ON AN OVERRIDE, OR UNDER
      *    A PERMIT SINCE EXPIRED.  SPOOLED AS DLRCATS.
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
           SELECT DEALER-CATEGORY
               ASSIGN TO 'DLRCATS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-TENANT-ID
               FILE STATUS IS WS-CY-STATUS.
           SELECT CATEGORY-TABLE
               ASSIGN TO 'CATGTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  DEALER-CATEGORY.
       COPY DLRCATS.
       FD  CATEGORY-TABLE.
       COPY CATGLKP.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-CY-STATUS         PIC XX VALUE '00'.
       01 WS-CG-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-CG-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CATEGORY-TABLE  VALUE 1.
          03 WS-CG-FOUND-SW    PIC 9 VALUE 0.
             88 CAT-FOUND              VALUE 1.
             88 CAT-NOT-FOUND          VALUE 0.
          03 WS-IS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ITEM-SKU        VALUE 1.
          03 WS-ROW-SW         PIC 9 VALUE 0.
             88 DEALER-ROW-ON-FILE     VALUE 1.
             88 DEALER-ROW-NOT-ON-FILE VALUE 0.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-SHOWN-TENANT-ID   PIC 9(6) VALUE ZEROS.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-CAT-IDX           PIC 9(2) VALUE ZEROS.
       01 WS-CAT-USED          PIC 9(2) VALUE ZEROS.
       01 WS-BAD-CATEGORY      PIC X(4) VALUE SPACES.
      * --- CATGTBL CODES FOR THE CATEGORY EDIT ----------------------
       01 WS-CG-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-CG-TABLE.
          03 WS-CG-ENTRY       OCCURS 20 TIMES INDEXED BY CG-IDX.
             05 WS-CG-CODE          PIC X(4).
      * --- FLOOR REPORT --------------------------------------------
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-ITEMS-READ        PIC 9(7) VALUE ZEROS.
       01 WS-VIOLATION-COUNT   PIC 9(5) VALUE ZEROS.
       COPY CATCHK.
       COPY SPOOLIO.
       COPY DATEFMT.
       COPY AUTHCHK.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 DLRCATS-AUTHORIZED     VALUE 1.
             88 DLRCATS-NOT-AUTHORIZED VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-LIST-TYPE         PIC X VALUE SPACES.
       01 SC-CATEGORIES.
          03 SC-CATEGORY       PIC X(4) OCCURS 10 TIMES.
       01 SC-PERMIT-NO         PIC X(15) VALUE SPACES.
       01 SC-PERMIT-EXPIRES    PIC 9(8) VALUE ZEROS.
       01 SC-NOTE              PIC X(30) VALUE SPACES.
       01 SC-CHANGED           PIC X(30) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 27 VALUE 'Dealer Category Restrictions'
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
       01 DLRCATS-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 27 VALUE 'Dealer Category Restrictions'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 05 VALUE 'Tenant No.'.
          03 LINE 06 COLUMN 18 PIC 9(6)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-TENANT-ID.
          03 LINE 07 COLUMN 11 VALUE 'Name'.
          03 LINE 07 COLUMN 18 PIC X(30)
                               FROM SC-NAME.
          03 LINE 09 COLUMN 06 VALUE 'List Type'.
          03 LINE 09 COLUMN 18 PIC X
                               REVERSE-VIDEO
                               USING SC-LIST-TYPE.
          03 LINE 09 COLUMN 21 VALUE
              '(A = ONLY THESE   X = ALL BUT THESE   BLANK = NONE)'.
          03 LINE 10 COLUMN 05 VALUE 'Categories'.
          03 LINE 10 COLUMN 18 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(1).
          03 LINE 10 COLUMN 24 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(2).
          03 LINE 10 COLUMN 30 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(3).
          03 LINE 10 COLUMN 36 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(4).
          03 LINE 10 COLUMN 42 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(5).
          03 LINE 11 COLUMN 18 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(6).
          03 LINE 11 COLUMN 24 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(7).
          03 LINE 11 COLUMN 30 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(8).
          03 LINE 11 COLUMN 36 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(9).
          03 LINE 11 COLUMN 42 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CATEGORY(10).
          03 LINE 13 COLUMN 07 VALUE 'Permit No.'.
          03 LINE 13 COLUMN 18 PIC X(15)
                               REVERSE-VIDEO
                               USING SC-PERMIT-NO.
          03 LINE 13 COLUMN 36 VALUE 'Expires'.
          03 LINE 13 COLUMN 44 PIC 9(8)
                               REVERSE-VIDEO
                               USING SC-PERMIT-EXPIRES.
          03 LINE 13 COLUMN 54 VALUE '(CCYYMMDD, 0 = NONE)'.
          03 LINE 14 COLUMN 13 VALUE 'Note'.
          03 LINE 14 COLUMN 18 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-NOTE.
          03 LINE 15 COLUMN 18 PIC X(30)
                               FROM SC-CHANGED.
          03 LINE 17 COLUMN 07 VALUE 'Message:'.
          03 LINE 17 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-REPORT
               PERFORM PRINT-FLOOR-VIOLATIONS
           ELSE
               PERFORM RUN-DLRCATS-SCREEN
           END-IF
           STOP RUN
           .
      * --- WHAT A DEALER MAY SELL IS A LEASE TERM: MANAGER-ONLY ON
      *     THE FUNCAUTH MATRIX ----------------------------------------
       GET-DLRCATS-AUTHORITY.
           SET DLRCATS-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL DLRCATS-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'DLRCATS ' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET DLRCATS-AUTHORIZED TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-DLRCATS-SCREEN.
           PERFORM GET-DLRCATS-AUTHORITY
           IF DLRCATS-NOT-AUTHORIZED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CATEGORY-CODES
           OPEN INPUT TENANT-MASTER
           OPEN I-O DEALER-CATEGORY
           IF WS-CY-STATUS = '35'
               OPEN OUTPUT DEALER-CATEGORY
               CLOSE DEALER-CATEGORY
               OPEN I-O DEALER-CATEGORY
           END-IF
           PERFORM MAINTAIN-ONE-DEALER UNTIL F1-PRESSED
           CLOSE DEALER-CATEGORY
           CLOSE TENANT-MASTER
           .
       MAINTAIN-ONE-DEALER.
           MOVE ZEROS TO SC-TENANT-ID SC-PERMIT-EXPIRES
                         WS-SHOWN-TENANT-ID
           MOVE SPACES TO SC-NAME SC-LIST-TYPE SC-CATEGORIES
                          SC-PERMIT-NO SC-NOTE SC-CHANGED
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-DEALER-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-DEALER-CATEGORIES
           END-IF
           .
      * --- F2 OR A NEW TENANT NUMBER ONLY LOOKS UP AND SHOWS WHAT IS
      *     ON FILE; ENTER AGAIN ON WHAT IS SHOWN SAVES ---------------
       ACCEPT-DEALER-ENTRY.
           DISPLAY DLRCATS-SCREEN
           ACCEPT DLRCATS-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-DEALER
               WHEN SC-TENANT-ID NOT = WS-SHOWN-TENANT-ID
                   PERFORM LOOKUP-DEALER
               WHEN OTHER
                   PERFORM VALIDATE-DEALER-FIELDS
           END-EVALUATE
           .
       LOOKUP-DEALER.
           MOVE SPACES TO SC-NAME SC-LIST-TYPE SC-CATEGORIES
                          SC-PERMIT-NO SC-NOTE SC-CHANGED
           MOVE ZEROS TO SC-PERMIT-EXPIRES
           MOVE SC-TENANT-ID TO WS-SHOWN-TENANT-ID
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO SC-NAME
           PERFORM READ-DEALER-ROW
           IF DEALER-ROW-NOT-ON-FILE
               MOVE 'NO RESTRICTIONS ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CY-LIST-TYPE TO SC-LIST-TYPE
           PERFORM SHOW-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 10
           MOVE CY-PERMIT-NO TO SC-PERMIT-NO
           IF CY-PERMIT-EXPIRES IS NUMERIC
               MOVE CY-PERMIT-EXPIRES TO SC-PERMIT-EXPIRES
           END-IF
           MOVE CY-NOTE TO SC-NOTE
           STRING 'LAST CHANGED ' CY-CHANGED-DATE ' BY '
                  CY-CHANGED-BY DELIMITED BY SIZE INTO SC-CHANGED
           .
       SHOW-ONE-CATEGORY.
           MOVE CY-CATEGORY(WS-CAT-IDX) TO SC-CATEGORY(WS-CAT-IDX)
           .
       READ-DEALER-ROW.
           SET DEALER-ROW-NOT-ON-FILE TO TRUE
           MOVE SC-TENANT-ID TO CY-TENANT-ID
           READ DEALER-CATEGORY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CY-STATUS = '00'
               SET DEALER-ROW-ON-FILE TO TRUE
           END-IF
           .
      * --- EVERY CODE KEYED MUST BE ON CATGTBL, AN ALLOWED LIST NEEDS
      *     AT LEAST ONE, AND A LIST TYPE GOES WITH ITS CODES ----------
       VALIDATE-DEALER-FIELDS.
           INSPECT SC-LIST-TYPE CONVERTING 'ax' TO 'AX'
           INSPECT SC-CATEGORIES
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROS TO WS-CAT-USED
           MOVE SPACES TO WS-BAD-CATEGORY
           PERFORM CHECK-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 10
           EVALUATE TRUE
               WHEN SC-NAME = SPACES
                   MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
               WHEN SC-LIST-TYPE NOT = 'A' AND SC-LIST-TYPE NOT = 'X'
                       AND SC-LIST-TYPE NOT = SPACE
                   MOVE 'LIST TYPE MUST BE A, X, OR BLANK'
                       TO SC-MESSAGE
               WHEN WS-BAD-CATEGORY NOT = SPACES
                   STRING WS-BAD-CATEGORY DELIMITED BY SIZE
                          ' IS NOT ON CATGTBL' DELIMITED BY SIZE
                          INTO SC-MESSAGE
               WHEN SC-LIST-TYPE = 'A' AND WS-CAT-USED = ZEROS
                   MOVE 'AN ALLOWED LIST NEEDS ITS CATEGORIES'
                       TO SC-MESSAGE
               WHEN SC-LIST-TYPE = SPACE AND WS-CAT-USED > ZEROS
                   MOVE 'KEY A LIST TYPE FOR THESE CATEGORIES'
                       TO SC-MESSAGE
               WHEN SC-PERMIT-EXPIRES > ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (SC-PERMIT-EXPIRES) NOT = ZEROS
                   MOVE 'PERMIT EXPIRY IS NOT A DATE (CCYYMMDD)'
                       TO SC-MESSAGE
               WHEN SC-PERMIT-EXPIRES > ZEROS
                       AND SC-PERMIT-NO = SPACES
                   MOVE 'AN EXPIRY NEEDS ITS PERMIT NUMBER'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
       CHECK-ONE-CATEGORY.
           IF SC-CATEGORY(WS-CAT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-USED
           SET CAT-NOT-FOUND TO TRUE
           PERFORM SCAN-CATEGORY-CODES
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-COUNT OR CAT-FOUND
           IF CAT-NOT-FOUND AND WS-BAD-CATEGORY = SPACES
               MOVE SC-CATEGORY(WS-CAT-IDX) TO WS-BAD-CATEGORY
           END-IF
           .
       SCAN-CATEGORY-CODES.
           IF WS-CG-CODE(CG-IDX) = SC-CATEGORY(WS-CAT-IDX)
               SET CAT-FOUND TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- NOTHING KEYED AT ALL TAKES THE ROW OFF: THE DEALER IS BACK
      *     TO SELLING ANYTHING ON CATGTBL -----------------------------
       SAVE-DEALER-CATEGORIES.
           PERFORM READ-DEALER-ROW
           IF SC-LIST-TYPE = SPACE AND WS-CAT-USED = ZEROS
                   AND SC-PERMIT-NO = SPACES
               PERFORM REMOVE-DEALER-ROW
               DISPLAY DLRCATS-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEALER-CATEGORY-RECORD
           MOVE SC-TENANT-ID TO CY-TENANT-ID
           MOVE SC-LIST-TYPE TO CY-LIST-TYPE
           PERFORM STORE-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 10
           MOVE SC-PERMIT-NO        TO CY-PERMIT-NO
           MOVE SC-PERMIT-EXPIRES   TO CY-PERMIT-EXPIRES
           MOVE SC-NOTE             TO CY-NOTE
           MOVE WS-TODAY-ISO        TO CY-CHANGED-DATE
           MOVE WS-MANAGER-INITIALS TO CY-CHANGED-BY
           IF DEALER-ROW-ON-FILE
               REWRITE DEALER-CATEGORY-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE DLRCATS' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'RESTRICTIONS SAVED' TO SC-MESSAGE
               END-REWRITE
           ELSE
               WRITE DEALER-CATEGORY-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO ADD TO DLRCATS' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'RESTRICTIONS SAVED' TO SC-MESSAGE
               END-WRITE
           END-IF
           STRING 'LAST CHANGED ' CY-CHANGED-DATE ' BY '
                  CY-CHANGED-BY DELIMITED BY SIZE INTO SC-CHANGED
           DISPLAY DLRCATS-SCREEN
           .
       STORE-ONE-CATEGORY.
           MOVE SC-CATEGORY(WS-CAT-IDX) TO CY-CATEGORY(WS-CAT-IDX)
           .
       REMOVE-DEALER-ROW.
           IF DEALER-ROW-NOT-ON-FILE
               MOVE 'NO RESTRICTIONS ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DELETE DEALER-CATEGORY
               INVALID KEY
                   MOVE 'UNABLE TO REMOVE DLRCATS ROW' TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE 'RESTRICTIONS REMOVED' TO SC-MESSAGE
                   MOVE SPACES TO SC-CHANGED SC-NOTE
           END-DELETE
           .
      *-----------------------------------------------------------------
       LOAD-CATEGORY-CODES.
           MOVE ZEROS TO WS-CG-COUNT
           SET WS-CG-EOF-SW TO 0
           OPEN INPUT CATEGORY-TABLE
           IF WS-CG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CATEGORY-TABLE
           PERFORM STORE-CATEGORY-CODE
               UNTIL END-OF-CATEGORY-TABLE OR WS-CG-COUNT = 20
           CLOSE CATEGORY-TABLE
           .
       READ-CATEGORY-TABLE.
           READ CATEGORY-TABLE NEXT RECORD
               AT END
                   SET END-OF-CATEGORY-TABLE TO TRUE
           END-READ
           .
       STORE-CATEGORY-CODE.
           ADD 1 TO WS-CG-COUNT
           MOVE CG-CATEGORY-CODE TO WS-CG-CODE(WS-CG-COUNT)
           PERFORM READ-CATEGORY-TABLE
           .
      *-----------------------------------------------------------------
      * --- THE FLOOR REPORT: EVERY DEALER PIECE STILL OUT FOR SALE,
      *     JUDGED BY CATCHK AGAINST TODAY'S ROW AND PERMIT ------------
       PRINT-FLOOR-VIOLATIONS.
           SET SP-OP-OPEN TO TRUE
           MOVE 'DLRCATS' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - STOCK OUTSIDE LEASE LIMITS'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREPARED ' DF-MMDDYYYY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'TENANT SKU          CATG BOOTH      DESCRIPTION'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SCAN-ITEM-SKU
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-VIOLATION-COUNT = ZEROS
               MOVE 'NO PIECE ON THE FLOOR BREAKS ITS DEALER''S LEASE'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TAGS READ: ' WS-ITEMS-READ
               '   OUTSIDE RESTRICTIONS: ' WS-VIOLATION-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       SCAN-ITEM-SKU.
           SET WS-IS-EOF-SW TO 0
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IS-SKU
           START ITEM-SKU KEY IS NOT LESS THAN IS-SKU
               INVALID KEY
                   SET END-OF-ITEM-SKU TO TRUE
           END-START
           PERFORM READ-ITEM-SKU
           PERFORM CHECK-ONE-TAG UNTIL END-OF-ITEM-SKU
           CLOSE ITEM-SKU
           .
       READ-ITEM-SKU.
           IF END-OF-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-ITEM-SKU TO TRUE
           END-READ
           .
      * --- HOUSE STOCK IS NEVER RESTRICTED; SOLD, PULLED, OR
      *     OTHERWISE GONE PIECES ARE NO LONGER ON THE FLOOR ----------
       CHECK-ONE-TAG.
           ADD 1 TO WS-ITEMS-READ
           IF IS-TENANT-ID NOT NUMERIC OR IS-TENANT-ID = ZEROS
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           IF NOT IS-IS-AVAILABLE AND NOT IS-IS-ON-HOLD
               PERFORM READ-ITEM-SKU
               EXIT PARAGRAPH
           END-IF
           MOVE IS-TENANT-ID  TO CV-TENANT-ID
           MOVE IS-CATEGORY   TO CV-CATEGORY
           MOVE WS-TODAY-ISO  TO CV-AS-OF-DATE
           CALL 'CATCHK' USING CATEGORY-CHECK-PARAMS
           IF NOT CV-IS-ALLOWED
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING IS-TENANT-ID ' ' IS-SKU ' ' IS-CATEGORY ' '
                   IS-BOOTH-LOCATION ' ' IS-DESCRIPTION
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING '       ' CV-MESSAGE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-ITEM-SKU
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
