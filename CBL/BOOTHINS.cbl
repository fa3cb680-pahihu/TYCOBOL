       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOTHINS.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BOOTHINS -- BOOTH COMPLIANCE INSPECTIONS.  THE MALL RULES
      *    (EVERY ITEM TAGGED, AISLES CLEAR, THE BOOTH RE-STOCKED AT
      *    LEAST MONTHLY) ARE CHECKED ON THE FLOOR AND KEYED HERE
      *    AGAINST THE BOOTH MASTER, ONE BOOTH AT A TIME.
      *      "GNUMAIN BOOTHINS"       INSPECTION SCREEN, BEHIND THE
      *                               INSPECTOR'S PIN: KEY THE BOOTH,
      *                               THEN THE VIOLATION CODES FOUND
      *                               (NONE MEANS THE BOOTH PASSED).
      *                               A CODE THAT WARNS FIRST IS ONLY A
      *                               WARNING UNLESS THE SAME TENANT
      *                               WAS WRITTEN UP FOR IT INSIDE THE
      *                               INSPPOL REPEAT WINDOW; ANYTHING
      *                               ELSE POSTS ITS FINE TO THE
      *                               TENANT'S ACCOUNT THROUGH ARPOST.
      *                               THE TENANT GETS ONE NOTICE BY
      *                               THEIR DELIVERY PREFERENCE (E-MAIL
      *                               THROUGH MAILPUT OR PAPER TO THE
      *                               INSPNOT PRINT FILE), LOGGED ON
      *                               THE CONTACT LOG
      *      "GNUMAIN BOOTHINS HISTORY [TENANT]"
      *                               COMPLIANCE HISTORY FOR EVERY
      *                               TENANT EVER INSPECTED, OR FOR ONE,
      *                               SPOOLED AS 'COMPLHST' FOR LEASE-
      *                               RENEWAL DECISIONS
      *    THE CODES, FINES AND WARN-FIRST FLAGS ARE ON THE VIOLCODE
      *    TABLE (TBLMNT); EVERY INSPECTION IS KEPT ON INSPLOG.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT VIOLATION-CODES
               ASSIGN TO 'VIOLCODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VC-STATUS.
           SELECT INSPECTION-POLICY
               ASSIGN TO 'INSPPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT INSPECTION-LOG
               ASSIGN TO 'INSPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IL-STATUS.
           SELECT INSPECTION-NOTICE
               ASSIGN TO 'INSPNOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  VIOLATION-CODES.
       COPY VIOLCODE.
       FD  INSPECTION-POLICY.
       COPY INSPPOL.
       FD  INSPECTION-LOG.
       COPY INSPLOG.
       FD  INSPECTION-NOTICE.
       01 INSPECTION-NOTICE-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-VC-STATUS         PIC XX VALUE '00'.
       01 WS-IP-STATUS         PIC XX VALUE '00'.
       01 WS-IL-STATUS         PIC XX VALUE '00'.
       01 WS-IN-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-HISTORY           VALUE 'HISTORY'.
       01 WS-SWITCHES.
          03 WS-VC-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-VIOLATION-CODES VALUE 1.
          03 WS-IP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-INSPECTION-POLICY VALUE 1.
          03 WS-IL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-INSPECTION-LOG  VALUE 1.
          03 WS-TM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANTS         VALUE 1.
          03 WS-DATE-SW        PIC 9 VALUE 0.
             88 DATE-IS-VALID          VALUE 1.
             88 DATE-NOT-VALID         VALUE 0.
          03 WS-HEADING-SW     PIC 9 VALUE 0.
             88 TENANT-HEADING-DONE    VALUE 1.
             88 TENANT-HEADING-NOT-DONE VALUE 0.
      * --- PER-TENANT DELIVERY ROUTE, SAME AS LEASEXP'S --------------
       01 WS-EDELIV-SW         PIC 9 VALUE 0.
          88 SEND-BY-EMAIL             VALUE 1.
          88 SEND-ON-PAPER             VALUE 0.
      * --- THE VIOLATION TABLE, LOADED ONCE PER RUN ------------------
       01 WS-VC-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-VC-IDX            PIC 9(2) VALUE ZEROS.
       01 WS-FIND-CODE         PIC X(4) VALUE SPACES.
       01 WS-VC-TABLE.
          03 WS-VC-ENTRY       OCCURS 30 TIMES.
             05 WS-VC-CODE     PIC X(4).
             05 WS-VC-DESC     PIC X(20).
             05 WS-VC-FINE     PIC 9(4)V9(2).
             05 WS-VC-WARN     PIC X.
       01 WS-REPEAT-WINDOW     PIC 9(3) VALUE 90.
      * --- THE CODES KEYED AT ONE INSPECTION: WHERE EACH SITS ON THE
      *     TABLE, WHETHER IT REPEATS AN EARLIER WRITE-UP, AND WHAT
      *     IT CAME TO ------------------------------------------------
       01 WS-SLOT-COUNT        PIC 9 VALUE ZEROS.
       01 WS-SLOT              PIC 9 VALUE ZEROS.
       01 WS-SLOT-2            PIC 9 VALUE ZEROS.
       01 WS-SLOT-TABLE.
          03 WS-SLOT-ENTRY     OCCURS 5 TIMES.
             05 WS-SLOT-VC-IDX PIC 9(2).
             05 WS-SLOT-REPEAT PIC X.
                88 SLOT-IS-REPEAT          VALUE 'Y'.
             05 WS-SLOT-OUTCOME PIC X.
                88 SLOT-IS-WARNING         VALUE 'W'.
                88 SLOT-IS-FINE            VALUE 'F'.
             05 WS-SLOT-FINE   PIC 9(4)V9(2).
       01 WS-WARNING-COUNT     PIC 9 VALUE ZEROS.
       01 WS-FINE-COUNT        PIC 9 VALUE ZEROS.
       01 WS-FINE-TOTAL        PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-NOTICE-METHOD     PIC X VALUE SPACES.
       01 WS-SHOWN-BOOTH-ID    PIC X(10) VALUE SPACES.
       01 WS-NAME-LINE         PIC X(40) VALUE SPACES.
      * --- DATES: THE SCREEN AND THE LOG AS IN DELIVERY -------------
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-CONV-MMDDYYYY     PIC 9(8) VALUE ZEROS.
       01 WS-CONV-DT REDEFINES WS-CONV-MMDDYYYY.
          03 WS-CONV-MM        PIC 9(2).
          03 WS-CONV-DD        PIC 9(2).
          03 WS-CONV-YYYY      PIC 9(4).
       01 WS-CONV-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-CONV-INT          PIC S9(8) COMP.
       01 WS-INSPECT-ISO       PIC 9(8) VALUE ZEROS.
       01 WS-INSPECT-INT       PIC S9(8) COMP.
       01 WS-LOG-INT           PIC S9(8) COMP.
      * --- HISTORY REPORT -------------------------------------------
       01 WS-HIST-TENANT-ID    PIC 9(6) VALUE ZEROS.
       01 WS-HIST-PASSES       PIC 9(4) VALUE ZEROS.
       01 WS-HIST-WARNINGS     PIC 9(4) VALUE ZEROS.
       01 WS-HIST-FINES        PIC 9(4) VALUE ZEROS.
       01 WS-HIST-FINED        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-HIST-LAST-ISO     PIC 9(8) VALUE ZEROS.
       01 WS-TENANTS-LISTED    PIC 9(4) VALUE ZEROS.
       01 WS-GRAND-FINED       PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-HIST-RESULT       PIC X(7) VALUE SPACES.
       01 WS-HIST-DESC         PIC X(20) VALUE SPACES.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
       01 WS-EDIT-DATE         PIC 99/99/9999.
       01 WS-EDIT-FINE         PIC Z,ZZ9.99.
       01 WS-EDIT-TOTAL        PIC ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT        PIC ZZZ9.
       01 WS-EDIT-DAYS         PIC ZZ9.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
       COPY ARPOST.
       COPY CONTPUT.
       COPY MAILPUT.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY SPOOLIO.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-BOOTH-ID          PIC X(10) VALUE SPACES.
       01 SC-INSPECT-DATE      PIC 9(8) VALUE ZEROS.
       01 SC-TENANT-LINE       PIC X(50) VALUE SPACES.
       01 SC-CODES.
          03 SC-CODE-1         PIC X(4) VALUE SPACES.
          03 SC-CODE-2         PIC X(4) VALUE SPACES.
          03 SC-CODE-3         PIC X(4) VALUE SPACES.
          03 SC-CODE-4         PIC X(4) VALUE SPACES.
          03 SC-CODE-5         PIC X(4) VALUE SPACES.
       01 SC-CODE-TABLE REDEFINES SC-CODES.
          03 SC-CODE           OCCURS 5 TIMES PIC X(4).
       01 SC-RESULTS.
          03 SC-RESULT-1       PIC X(50) VALUE SPACES.
          03 SC-RESULT-2       PIC X(50) VALUE SPACES.
          03 SC-RESULT-3       PIC X(50) VALUE SPACES.
          03 SC-RESULT-4       PIC X(50) VALUE SPACES.
          03 SC-RESULT-5       PIC X(50) VALUE SPACES.
       01 SC-RESULT-TABLE REDEFINES SC-RESULTS.
          03 SC-RESULT         OCCURS 5 TIMES PIC X(50).
       01 SC-MESSAGE           PIC X(50) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
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
          03 LINE 02 COLUMN 26 VALUE 'Booth Compliance Inspection'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 24 VALUE 'Inspector PIN:'.
          03 LINE 10 COLUMN 39 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-OPERATOR-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 INSPECTION-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 26 VALUE 'Booth Compliance Inspection'
                               HIGHLIGHT.
          03 LINE 05 COLUMN 13 VALUE 'Booth'.
          03 LINE 05 COLUMN 20 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-BOOTH-ID.
          03 LINE 05 COLUMN 34 VALUE 'Inspected On'.
          03 LINE 05 COLUMN 47 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-INSPECT-DATE.
          03 LINE 06 COLUMN 12 VALUE 'Tenant'.
          03 LINE 06 COLUMN 20 PIC X(50)
                               FROM SC-TENANT-LINE.
          03 LINE 07 COLUMN 09 VALUE 'Inspector'.
          03 LINE 07 COLUMN 20 PIC X(3)
                               FROM WS-OPERATOR-INITIALS.
          03 LINE 09 COLUMN 05 VALUE
                               'Codes Found (None = Booth Passed)'.
          03 LINE 10 COLUMN 07 VALUE 'Code 1'.
          03 LINE 10 COLUMN 14 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CODE-1.
          03 LINE 10 COLUMN 20 PIC X(50) FROM SC-RESULT-1.
          03 LINE 11 COLUMN 07 VALUE 'Code 2'.
          03 LINE 11 COLUMN 14 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CODE-2.
          03 LINE 11 COLUMN 20 PIC X(50) FROM SC-RESULT-2.
          03 LINE 12 COLUMN 07 VALUE 'Code 3'.
          03 LINE 12 COLUMN 14 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CODE-3.
          03 LINE 12 COLUMN 20 PIC X(50) FROM SC-RESULT-3.
          03 LINE 13 COLUMN 07 VALUE 'Code 4'.
          03 LINE 13 COLUMN 14 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CODE-4.
          03 LINE 13 COLUMN 20 PIC X(50) FROM SC-RESULT-4.
          03 LINE 14 COLUMN 07 VALUE 'Code 5'.
          03 LINE 14 COLUMN 14 PIC X(4)
                               REVERSE-VIDEO
                               USING SC-CODE-5.
          03 LINE 14 COLUMN 20 PIC X(50) FROM SC-RESULT-5.
          03 LINE 17 COLUMN 07 VALUE 'Message:'.
          03 LINE 17 COLUMN 16 PIC X(50)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           PERFORM LOAD-VIOLATION-CODES
           IF MODE-IS-HISTORY
               PERFORM PRINT-COMPLIANCE-HISTORY
               GOBACK
           END-IF
           PERFORM LOAD-INSPECTION-POLICY
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM RUN-INSPECTION-SCREEN
           END-IF
           STOP RUN
           .
      * --- INSPECTOR PIN GATE, SAME AS SHIPDESK'S: WHOEVER SIGNS IN IS
      *     STAMPED ON EVERY INSPECTION THE SESSION LOGS --------------
       GET-OPERATOR-PIN.
           SET OPERATOR-NOT-SIGNED-IN TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-OPERATOR-PIN
               UNTIL OPERATOR-SIGNED-IN OR F1-PRESSED
           .
       ACCEPT-OPERATOR-PIN.
           MOVE SPACES TO SC-OPERATOR-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE SC-OPERATOR-PIN TO OP-PIN-INPUT
               CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
               IF OP-IS-VALID
                   SET OPERATOR-SIGNED-IN TO TRUE
                   MOVE OP-INITIALS-OUT TO WS-OPERATOR-INITIALS
               ELSE
                   MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                       TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE VIOLATION TABLE INTO MEMORY.  FIRST RUN ON A NEW SYSTEM
      *     SEEDS THE THREE STANDING MALL RULES -----------------------
       LOAD-VIOLATION-CODES.
           MOVE ZEROS TO WS-VC-COUNT
           SET WS-VC-EOF-SW TO 0
           OPEN INPUT VIOLATION-CODES
           IF WS-VC-STATUS = '35'
               PERFORM SEED-VIOLATION-CODES
               OPEN INPUT VIOLATION-CODES
           END-IF
           IF WS-VC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-VIOLATION-CODE
           PERFORM STORE-VIOLATION-CODE UNTIL END-OF-VIOLATION-CODES
           CLOSE VIOLATION-CODES
           .
       READ-VIOLATION-CODE.
           READ VIOLATION-CODES NEXT RECORD
               AT END
                   SET END-OF-VIOLATION-CODES TO TRUE
           END-READ
           .
       STORE-VIOLATION-CODE.
           IF VC-CODE NOT = SPACES AND WS-VC-COUNT < 30
               ADD 1 TO WS-VC-COUNT
               MOVE VC-CODE        TO WS-VC-CODE(WS-VC-COUNT)
               MOVE VC-DESCRIPTION TO WS-VC-DESC(WS-VC-COUNT)
               MOVE ZEROS          TO WS-VC-FINE(WS-VC-COUNT)
               IF VC-FINE-AMOUNT IS NUMERIC
                   MOVE VC-FINE-AMOUNT TO WS-VC-FINE(WS-VC-COUNT)
               END-IF
               MOVE VC-WARN-FIRST  TO WS-VC-WARN(WS-VC-COUNT)
           END-IF
           PERFORM READ-VIOLATION-CODE
           .
       SEED-VIOLATION-CODES.
           OPEN OUTPUT VIOLATION-CODES
           MOVE 'TAGS'                 TO VC-CODE
           MOVE 'ITEMS NOT TAGGED'     TO VC-DESCRIPTION
           MOVE 25.00                  TO VC-FINE-AMOUNT
           SET VC-WARNS-FIRST          TO TRUE
           WRITE VIOLATION-CODE-RECORD
           MOVE 'AISL'                 TO VC-CODE
           MOVE 'AISLE BLOCKED'        TO VC-DESCRIPTION
           MOVE 25.00                  TO VC-FINE-AMOUNT
           SET VC-WARNS-FIRST          TO TRUE
           WRITE VIOLATION-CODE-RECORD
           MOVE 'STAF'                 TO VC-CODE
           MOVE 'BOOTH NOT RESTOCKED'  TO VC-DESCRIPTION
           MOVE 50.00                  TO VC-FINE-AMOUNT
           SET VC-WARNS-FIRST          TO TRUE
           WRITE VIOLATION-CODE-RECORD
           CLOSE VIOLATION-CODES
           .
      * --- THE REPEAT WINDOW OFF THE ONE INSPPOL ROW; A ZERO OR BAD
      *     VALUE THERE LEAVES THE BUILT-IN 90 DAYS IN FORCE ----------
       LOAD-INSPECTION-POLICY.
           SET WS-IP-EOF-SW TO 0
           OPEN INPUT INSPECTION-POLICY
           IF WS-IP-STATUS = '35'
               PERFORM SEED-INSPECTION-POLICY
               OPEN INPUT INSPECTION-POLICY
           END-IF
           IF WS-IP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ INSPECTION-POLICY NEXT RECORD
               AT END
                   SET END-OF-INSPECTION-POLICY TO TRUE
           END-READ
           IF NOT END-OF-INSPECTION-POLICY
               IF IP-REPEAT-WINDOW-DAYS IS NUMERIC
                       AND IP-REPEAT-WINDOW-DAYS > ZEROS
                   MOVE IP-REPEAT-WINDOW-DAYS TO WS-REPEAT-WINDOW
               END-IF
           END-IF
           CLOSE INSPECTION-POLICY
           .
       SEED-INSPECTION-POLICY.
           OPEN OUTPUT INSPECTION-POLICY
           MOVE 90 TO IP-REPEAT-WINDOW-DAYS
           WRITE INSPECTION-POLICY-RECORD
           CLOSE INSPECTION-POLICY
           .
      *-----------------------------------------------------------------
      * --- MMDDYYYY IN WS-CONV-MMDDYYYY TO CCYYMMDD IN WS-CONV-ISO,
      *     AND BACK.  A BAD DATE LEAVES DATE-NOT-VALID SET ----------
       CONVERT-TO-ISO.
           SET DATE-NOT-VALID TO TRUE
           MOVE ZEROS TO WS-CONV-ISO
           IF WS-CONV-MMDDYYYY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-YYYY TO WS-CONV-ISO(1:4)
           MOVE WS-CONV-MM   TO WS-CONV-ISO(5:2)
           MOVE WS-CONV-DD   TO WS-CONV-ISO(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-ISO) = ZEROS
               SET DATE-IS-VALID TO TRUE
               COMPUTE WS-CONV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CONV-ISO)
           END-IF
           .
       CONVERT-FROM-ISO.
           MOVE WS-CONV-ISO(1:4) TO WS-CONV-YYYY
           MOVE WS-CONV-ISO(5:2) TO WS-CONV-MM
           MOVE WS-CONV-ISO(7:2) TO WS-CONV-DD
           .
      *-----------------------------------------------------------------
       RUN-INSPECTION-SCREEN.
           OPEN INPUT BOOTH-MASTER
           IF WS-BM-STATUS NOT = '00'
               DISPLAY 'NO BOOTHMST FILE -- NO BOOTHS TO INSPECT'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           MOVE DF-MMDDYYYY TO SC-INSPECT-DATE
           MOVE 'KEY THE BOOTH TO INSPECT, THEN ENTER' TO SC-MESSAGE
           PERFORM INSPECT-ONE-BOOTH UNTIL F1-PRESSED
           CLOSE BOOTH-MASTER
           CLOSE TENANT-MASTER
           .
      * --- A NEW BOOTH ONLY BRINGS UP WHO HOLDS IT; THE CODES ARE
      *     TAKEN ON THE NEXT ENTER, ONCE THE INSPECTOR CAN SEE IT IS
      *     THE RIGHT BOOTH AND TENANT -------------------------------
       INSPECT-ONE-BOOTH.
           DISPLAY INSPECTION-SCREEN
           ACCEPT INSPECTION-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN SC-BOOTH-ID NOT = WS-SHOWN-BOOTH-ID
                   PERFORM LOOKUP-BOOTH
               WHEN WS-SHOWN-BOOTH-ID = SPACES
                   MOVE 'KEY THE BOOTH TO INSPECT, THEN ENTER'
                       TO SC-MESSAGE
               WHEN OTHER
                   PERFORM RECORD-INSPECTION
           END-EVALUATE
           .
       LOOKUP-BOOTH.
           MOVE SC-BOOTH-ID TO WS-SHOWN-BOOTH-ID
           MOVE SPACES TO SC-TENANT-LINE SC-CODES SC-RESULTS
           MOVE SC-BOOTH-ID TO BM-BOOTH-ID
           READ BOOTH-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-SHOWN-BOOTH-ID
                   MOVE 'NO SUCH BOOTH ON THE BOOTH MASTER'
                       TO SC-MESSAGE
           END-READ
           IF WS-BM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF NOT BM-IS-OCCUPIED
               MOVE SPACES TO WS-SHOWN-BOOTH-ID
               MOVE 'BOOTH IS NOT LEASED -- NOTHING TO INSPECT'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE BM-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-SHOWN-BOOTH-ID
                   MOVE 'BOOTH TENANT IS NOT ON THE TENANT MASTER'
                       TO SC-MESSAGE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-NAME-LINE
           STRING TM-TENANT-ID '  ' WS-NAME-LINE DELIMITED BY SIZE
               INTO SC-TENANT-LINE
           MOVE 'KEY THE CODES FOUND (NONE = PASSED), THEN ENTER'
               TO SC-MESSAGE
           .
       BUILD-NAME-LINE.
           MOVE SPACES TO WS-NAME-LINE
           STRING TM-FIRST DELIMITED BY SPACE
               ' ' TM-LAST-NAME DELIMITED BY SIZE
               INTO WS-NAME-LINE
           .
      * --- THE DATE AND EVERY CODE ARE CHECKED BEFORE ANYTHING IS
      *     POSTED, SO A TYPO NEVER LEAVES HALF AN INSPECTION ON FILE -
       RECORD-INSPECTION.
           MOVE SC-INSPECT-DATE TO WS-CONV-MMDDYYYY
           PERFORM CONVERT-TO-ISO
           EVALUATE TRUE
               WHEN DATE-NOT-VALID
                   MOVE 'KEY THE INSPECTION DATE AS MMDDYYYY'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN WS-CONV-INT > WS-TODAY-INT
                   MOVE 'THE INSPECTION DATE IS IN THE FUTURE'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-CONV-ISO TO WS-INSPECT-ISO
           MOVE WS-CONV-INT TO WS-INSPECT-INT
           INSPECT SC-CODES
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO SC-RESULTS
           MOVE ZEROS TO WS-SLOT-COUNT
           PERFORM CHECK-ONE-CODE
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 5 OR SC-MESSAGE NOT = SPACES
           IF SC-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-COUNT = ZEROS
               PERFORM LOG-BOOTH-PASSED
           ELSE
               PERFORM LOG-BOOTH-VIOLATIONS
           END-IF
           MOVE SPACES TO WS-SHOWN-BOOTH-ID SC-BOOTH-ID
           .
      * --- A KEYED CODE MUST BE ON THE TABLE AND KEYED ONLY ONCE.  THE
      *     CODES ARE PACKED INTO THE SLOT TABLE IN THE ORDER KEYED --
       CHECK-ONE-CODE.
           IF SC-CODE(WS-SLOT) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-VIOLATION-CODE
           IF WS-VC-IDX > WS-VC-COUNT
               STRING 'CODE ' SC-CODE(WS-SLOT)
                   ' IS NOT ON THE VIOLATION TABLE'
                   DELIMITED BY SIZE INTO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CODE-KEYED-TWICE
               VARYING WS-SLOT-2 FROM 1 BY 1
               UNTIL WS-SLOT-2 > WS-SLOT-COUNT
           IF SC-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLOT-COUNT
           MOVE WS-VC-IDX TO WS-SLOT-VC-IDX(WS-SLOT-COUNT)
           MOVE 'N'       TO WS-SLOT-REPEAT(WS-SLOT-COUNT)
           MOVE SPACES    TO WS-SLOT-OUTCOME(WS-SLOT-COUNT)
           MOVE ZEROS     TO WS-SLOT-FINE(WS-SLOT-COUNT)
           .
       CHECK-CODE-KEYED-TWICE.
           IF WS-SLOT-VC-IDX(WS-SLOT-2) = WS-VC-IDX
               STRING 'CODE ' SC-CODE(WS-SLOT) ' IS KEYED TWICE'
                   DELIMITED BY SIZE INTO SC-MESSAGE
           END-IF
           .
       FIND-VIOLATION-CODE.
           MOVE SC-CODE(WS-SLOT) TO WS-FIND-CODE
           PERFORM LOOKUP-VIOLATION-CODE
           .
      * --- WS-FIND-CODE ON THE TABLE; WS-VC-IDX PAST THE COUNT WHEN
      *     IT IS NOT THERE -------------------------------------------
       LOOKUP-VIOLATION-CODE.
           MOVE 1 TO WS-VC-IDX
           PERFORM STEP-VIOLATION-INDEX
               UNTIL WS-VC-IDX > WS-VC-COUNT
                  OR WS-VC-CODE(WS-VC-IDX) = WS-FIND-CODE
           .
       STEP-VIOLATION-INDEX.
           ADD 1 TO WS-VC-IDX
           .
      *-----------------------------------------------------------------
       LOG-BOOTH-PASSED.
           PERFORM OPEN-INSPECTION-LOG
           MOVE WS-INSPECT-ISO       TO IL-INSPECT-DATE
           MOVE BM-BOOTH-ID          TO IL-BOOTH-ID
           MOVE TM-TENANT-ID         TO IL-TENANT-ID
           MOVE WS-OPERATOR-INITIALS TO IL-INSPECTOR
           MOVE SPACES               TO IL-VIOLATION-CODE
           SET IL-IS-PASS            TO TRUE
           MOVE ZEROS                TO IL-FINE-AMOUNT
           MOVE SPACES               TO IL-NOTICE-METHOD
           WRITE INSPECTION-LOG-RECORD
           CLOSE INSPECTION-LOG
           MOVE 'NO VIOLATIONS' TO SC-RESULT(1)
           STRING 'BOOTH ' FUNCTION TRIM(BM-BOOTH-ID)
               ' PASSED -- KEY THE NEXT BOOTH'
               DELIMITED BY SIZE INTO SC-MESSAGE
           .
      * --- SETTLE EACH CODE (WARNING OR FINE), POST THE FINES, SEND
      *     THE ONE NOTICE, THEN LOG THE ROWS WITH HOW IT WENT OUT ---
       LOG-BOOTH-VIOLATIONS.
           MOVE ZEROS TO WS-WARNING-COUNT WS-FINE-COUNT WS-FINE-TOTAL
           PERFORM FIND-REPEAT-VIOLATIONS
           PERFORM SETTLE-ONE-CODE
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-SLOT-COUNT
           PERFORM SEND-INSPECTION-NOTICE
           PERFORM OPEN-INSPECTION-LOG
           PERFORM LOG-ONE-VIOLATION
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-SLOT-COUNT
           CLOSE INSPECTION-LOG
           MOVE WS-FINE-TOTAL TO WS-EDIT-FINE
           STRING 'LOGGED: ' WS-WARNING-COUNT ' WARNING(S), '
               WS-FINE-COUNT ' FINE(S) ' FUNCTION TRIM(WS-EDIT-FINE)
               DELIMITED BY SIZE INTO SC-MESSAGE
           .
      * --- ONE PASS OF THE LOG: A WARNING OR FINE FOR THE SAME CODE ON
      *     THE SAME TENANT, NO LATER THAN THIS INSPECTION AND WITHIN
      *     THE WINDOW BEFORE IT, MAKES THE CODE A REPEAT -------------
       FIND-REPEAT-VIOLATIONS.
           SET WS-IL-EOF-SW TO 0
           OPEN INPUT INSPECTION-LOG
           IF WS-IL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-INSPECTION-LOG
           PERFORM CHECK-ONE-LOG-ROW UNTIL END-OF-INSPECTION-LOG
           CLOSE INSPECTION-LOG
           .
       READ-INSPECTION-LOG.
           READ INSPECTION-LOG NEXT RECORD
               AT END
                   SET END-OF-INSPECTION-LOG TO TRUE
           END-READ
           .
       CHECK-ONE-LOG-ROW.
           IF IL-TENANT-ID = TM-TENANT-ID
                   AND (IL-IS-WARNING OR IL-IS-FINE)
                   AND IL-INSPECT-DATE <= WS-INSPECT-ISO
                   AND FUNCTION TEST-DATE-YYYYMMDD(IL-INSPECT-DATE)
                       = ZEROS
               COMPUTE WS-LOG-INT =
                   FUNCTION INTEGER-OF-DATE(IL-INSPECT-DATE)
               IF WS-INSPECT-INT - WS-LOG-INT <= WS-REPEAT-WINDOW
                   PERFORM MARK-REPEAT-SLOT
                       VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-SLOT-COUNT
               END-IF
           END-IF
           PERFORM READ-INSPECTION-LOG
           .
       MARK-REPEAT-SLOT.
           IF WS-VC-CODE(WS-SLOT-VC-IDX(WS-SLOT)) = IL-VIOLATION-CODE
               MOVE 'Y' TO WS-SLOT-REPEAT(WS-SLOT)
           END-IF
           .
      * --- A REPEAT, OR A CODE THAT DOES NOT WARN FIRST, IS FINED; A
      *     CODE CARRYING NO FINE CAN ONLY EVER BE A WARNING ----------
       SETTLE-ONE-CODE.
           MOVE WS-SLOT-VC-IDX(WS-SLOT) TO WS-VC-IDX
           IF (SLOT-IS-REPEAT(WS-SLOT)
                   OR WS-VC-WARN(WS-VC-IDX) NOT = 'Y')
                   AND WS-VC-FINE(WS-VC-IDX) > ZEROS
               SET SLOT-IS-FINE(WS-SLOT) TO TRUE
               MOVE WS-VC-FINE(WS-VC-IDX) TO WS-SLOT-FINE(WS-SLOT)
               ADD 1 TO WS-FINE-COUNT
               ADD WS-VC-FINE(WS-VC-IDX) TO WS-FINE-TOTAL
               MOVE TM-TENANT-ID TO AP-TENANT-ID
               MOVE 'C' TO AP-TYPE
               MOVE SPACES TO AP-DESCRIPTION
               STRING 'BOOTH FINE ' WS-VC-CODE(WS-VC-IDX)
                   DELIMITED BY SIZE INTO AP-DESCRIPTION
               MOVE WS-VC-FINE(WS-VC-IDX) TO AP-AMOUNT
               CALL 'ARPOST' USING AR-POST-PARAMS
               MOVE WS-VC-FINE(WS-VC-IDX) TO WS-EDIT-FINE
               IF SLOT-IS-REPEAT(WS-SLOT)
                   STRING WS-VC-DESC(WS-VC-IDX) '  FINED '
                       WS-EDIT-FINE ' (REPEAT)'
                       DELIMITED BY SIZE INTO SC-RESULT(WS-SLOT)
               ELSE
                   STRING WS-VC-DESC(WS-VC-IDX) '  FINED '
                       WS-EDIT-FINE DELIMITED BY SIZE
                       INTO SC-RESULT(WS-SLOT)
               END-IF
           ELSE
               SET SLOT-IS-WARNING(WS-SLOT) TO TRUE
               ADD 1 TO WS-WARNING-COUNT
               STRING WS-VC-DESC(WS-VC-IDX) '  WARNING'
                   DELIMITED BY SIZE INTO SC-RESULT(WS-SLOT)
           END-IF
           .
       LOG-ONE-VIOLATION.
           MOVE WS-SLOT-VC-IDX(WS-SLOT) TO WS-VC-IDX
           MOVE WS-INSPECT-ISO          TO IL-INSPECT-DATE
           MOVE BM-BOOTH-ID             TO IL-BOOTH-ID
           MOVE TM-TENANT-ID            TO IL-TENANT-ID
           MOVE WS-OPERATOR-INITIALS    TO IL-INSPECTOR
           MOVE WS-VC-CODE(WS-VC-IDX)   TO IL-VIOLATION-CODE
           MOVE WS-SLOT-OUTCOME(WS-SLOT) TO IL-OUTCOME
           MOVE WS-SLOT-FINE(WS-SLOT)   TO IL-FINE-AMOUNT
           MOVE WS-NOTICE-METHOD        TO IL-NOTICE-METHOD
           WRITE INSPECTION-LOG-RECORD
           .
      * --- THE LOG IS APPEND-ONLY; THE FIRST INSPECTION CREATES IT --
       OPEN-INSPECTION-LOG.
           OPEN EXTEND INSPECTION-LOG
           IF WS-IL-STATUS = '05' OR WS-IL-STATUS = '35'
               OPEN OUTPUT INSPECTION-LOG
               CLOSE INSPECTION-LOG
               OPEN EXTEND INSPECTION-LOG
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ONE NOTICE PER INSPECTION THAT FOUND ANYTHING, LISTING EACH
      *     CODE AS A WARNING OR A FINE, THEN A CONTACT-LOG NOTE ------
       SEND-INSPECTION-NOTICE.
           PERFORM OPEN-INSPECTION-NOTICE
           PERFORM PICK-DELIVERY-ROUTE
           IF SEND-BY-EMAIL
               MOVE 'E' TO WS-NOTICE-METHOD
           ELSE
               MOVE 'P' TO WS-NOTICE-METHOD
           END-IF
           MOVE 'DARLENE''S TREASURES - BOOTH INSPECTION NOTICE'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'TENANT NO: ' TM-TENANT-ID DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'CONSIGNOR: ' WS-NAME-LINE DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE TM-ADDRESS-LINE-1 TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING FUNCTION TRIM(TM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(TM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SC-INSPECT-DATE TO WS-EDIT-DATE
           STRING 'BOOTH ' FUNCTION TRIM(BM-BOOTH-ID)
               ' WAS INSPECTED ON ' WS-EDIT-DATE
               ' AND WAS FOUND TO HAVE:' DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM EMIT-NOTICE-CODE-LINE
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-SLOT-COUNT
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           IF WS-FINE-COUNT > ZEROS
               MOVE WS-FINE-TOTAL TO WS-EDIT-FINE
               STRING 'FINES OF ' FUNCTION TRIM(WS-EDIT-FINE)
                   ' HAVE BEEN CHARGED TO YOUR ACCOUNT.'
                   DELIMITED BY SIZE INTO WS-DOC-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF
           MOVE WS-REPEAT-WINDOW TO WS-EDIT-DAYS
           STRING 'THE SAME PROBLEM FOUND AGAIN WITHIN '
               FUNCTION TRIM(WS-EDIT-DAYS) ' DAYS WILL BE FINED.'
               DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE 'PLEASE SEE THE FRONT DESK WITH ANY QUESTIONS.'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM CLOSE-DELIVERY-ROUTE
           CLOSE INSPECTION-NOTICE
      * --- THE NOTICE ALSO GOES ON THE TENANT'S CONTACT LOG ----------
           MOVE TM-TENANT-ID TO LG-TENANT-ID
           MOVE 'BOOTHINS' TO LG-SOURCE
           MOVE SPACES TO LG-NOTE
           MOVE WS-FINE-TOTAL TO WS-EDIT-FINE
           STRING 'INSPECTION NOTICE, BOOTH ' FUNCTION TRIM(BM-BOOTH-ID)
               ': ' WS-WARNING-COUNT ' WARNING(S), ' WS-FINE-COUNT
               ' FINE(S) ' FUNCTION TRIM(WS-EDIT-FINE)
               DELIMITED BY SIZE INTO LG-NOTE
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           .
       EMIT-NOTICE-CODE-LINE.
           MOVE WS-SLOT-VC-IDX(WS-SLOT) TO WS-VC-IDX
           IF SLOT-IS-FINE(WS-SLOT)
               MOVE WS-SLOT-FINE(WS-SLOT) TO WS-EDIT-FINE
               STRING '    ' WS-VC-CODE(WS-VC-IDX) '  '
                   WS-VC-DESC(WS-VC-IDX) '  FINE ' WS-EDIT-FINE
                   DELIMITED BY SIZE INTO WS-DOC-LINE
           ELSE
               STRING '    ' WS-VC-CODE(WS-VC-IDX) '  '
                   WS-VC-DESC(WS-VC-IDX) '  WARNING ONLY'
                   DELIMITED BY SIZE INTO WS-DOC-LINE
           END-IF
           PERFORM EMIT-NOTICE-LINE
           .
       OPEN-INSPECTION-NOTICE.
           OPEN EXTEND INSPECTION-NOTICE
           IF WS-IN-STATUS = '05' OR WS-IN-STATUS = '35'
               OPEN OUTPUT INSPECTION-NOTICE
               CLOSE INSPECTION-NOTICE
               OPEN EXTEND INSPECTION-NOTICE
           END-IF
           .
       PICK-DELIVERY-ROUTE.
           MOVE TM-TENANT-ID TO MP-TENANT-ID
           MOVE TM-EMAIL     TO MP-EMAIL
           MOVE 'INSPECT ' TO MP-DOC-TYPE
           MOVE SPACES TO MP-SUBJECT
           IF TM-WANTS-EMAIL AND TM-EMAIL NOT = SPACES
               SET SEND-BY-EMAIL TO TRUE
               SET MP-OP-OPEN TO TRUE
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               SET SEND-ON-PAPER TO TRUE
           END-IF
           .
       CLOSE-DELIVERY-ROUTE.
           IF SEND-BY-EMAIL
               SET MP-OP-CLOSE TO TRUE
           ELSE
               SET MP-OP-REGISTER TO TRUE
               MOVE 'P' TO MP-METHOD
           END-IF
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           .
       EMIT-NOTICE-LINE.
           IF SEND-BY-EMAIL
               SET MP-OP-LINE TO TRUE
               MOVE WS-DOC-LINE TO MP-LINE-TEXT
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               MOVE WS-DOC-LINE TO INSPECTION-NOTICE-RECORD
               WRITE INSPECTION-NOTICE-RECORD
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           .
      *-----------------------------------------------------------------
      * --- EVERY INSPECTION ON FILE FOR ONE TENANT (ARGV 2) OR FOR ALL
      *     TENANTS IN TENANT-NUMBER ORDER; A TENANT NEVER INSPECTED
      *     IS LEFT OFF THE FULL RUN ---------------------------------
       PRINT-COMPLIANCE-HISTORY.
           MOVE ZEROS TO WS-HIST-TENANT-ID
           IF ARGC >= 2
               MOVE ARGV(2)(1:6) TO WS-HIST-TENANT-ID
               IF WS-HIST-TENANT-ID IS NOT NUMERIC
                   DISPLAY 'TENANT NUMBER MUST BE 6 DIGITS'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'NO TENANTM FILE -- NO TENANTS ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET SP-OP-OPEN TO TRUE
           MOVE 'COMPLHST' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE DF-MMDDYYYY TO WS-EDIT-DATE
           STRING 'BOOTH COMPLIANCE HISTORY AS OF ' WS-EDIT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-HIST-TENANT-ID NOT = ZEROS
               MOVE WS-HIST-TENANT-ID TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       STRING 'TENANT ' WS-HIST-TENANT-ID
                           ' IS NOT ON THE TENANT MASTER'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EMIT-REPORT-LINE
                   NOT INVALID KEY
                       PERFORM LIST-TENANT-HISTORY
               END-READ
           ELSE
               PERFORM READ-NEXT-TENANT
               PERFORM LIST-TENANT-HISTORY UNTIL END-OF-TENANTS
           END-IF
           CLOSE TENANT-MASTER
           MOVE WS-TENANTS-LISTED TO WS-EDIT-COUNT
           MOVE WS-GRAND-FINED TO WS-EDIT-TOTAL
           STRING 'TENANTS LISTED: ' WS-EDIT-COUNT
               '    TOTAL FINED: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-NEXT-TENANT.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANTS TO TRUE
           END-READ
           .
      * --- ONE TENANT: THEIR ROWS OFF THE LOG IN THE ORDER KEYED, THEN
      *     THE COUNTS THE RENEWAL DECISION TURNS ON ------------------
       LIST-TENANT-HISTORY.
           MOVE ZEROS TO WS-HIST-PASSES WS-HIST-WARNINGS WS-HIST-FINES
                         WS-HIST-FINED WS-HIST-LAST-ISO
           SET TENANT-HEADING-NOT-DONE TO TRUE
           SET WS-IL-EOF-SW TO 0
           OPEN INPUT INSPECTION-LOG
           IF WS-IL-STATUS = '00'
               PERFORM READ-INSPECTION-LOG
               PERFORM LIST-ONE-LOG-ROW UNTIL END-OF-INSPECTION-LOG
               CLOSE INSPECTION-LOG
           END-IF
           IF TENANT-HEADING-NOT-DONE AND WS-HIST-TENANT-ID NOT = ZEROS
               PERFORM EMIT-TENANT-HEADING
               MOVE '    NO INSPECTIONS ON FILE' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF TENANT-HEADING-DONE
               PERFORM EMIT-TENANT-TOTALS
           END-IF
           IF WS-HIST-TENANT-ID = ZEROS
               PERFORM READ-NEXT-TENANT
           END-IF
           .
       EMIT-TENANT-HEADING.
           SET TENANT-HEADING-DONE TO TRUE
           ADD 1 TO WS-TENANTS-LISTED
           PERFORM BUILD-NAME-LINE
           STRING 'TENANT ' TM-TENANT-ID '  ' WS-NAME-LINE
               '  BOOTH ' TM-BOOTH-LOCATION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE '    DATE        BOOTH       BY   CODE DESCRIPTION'
               TO WS-RPT-LINE
           MOVE 'RESULT' TO WS-RPT-LINE(61:6)
           MOVE 'FINE'   TO WS-RPT-LINE(74:4)
           PERFORM EMIT-REPORT-LINE
           .
       LIST-ONE-LOG-ROW.
           IF IL-TENANT-ID = TM-TENANT-ID
               IF TENANT-HEADING-NOT-DONE
                   PERFORM EMIT-TENANT-HEADING
               END-IF
               PERFORM LIST-HISTORY-ROW
           END-IF
           PERFORM READ-INSPECTION-LOG
           .
       LIST-HISTORY-ROW.
           MOVE SPACES TO WS-HIST-DESC
           EVALUATE TRUE
               WHEN IL-IS-PASS
                   ADD 1 TO WS-HIST-PASSES
                   MOVE 'PASSED' TO WS-HIST-RESULT
               WHEN IL-IS-FINE
                   ADD 1 TO WS-HIST-FINES
                   ADD IL-FINE-AMOUNT TO WS-HIST-FINED WS-GRAND-FINED
                   MOVE 'FINED' TO WS-HIST-RESULT
               WHEN OTHER
                   ADD 1 TO WS-HIST-WARNINGS
                   MOVE 'WARNING' TO WS-HIST-RESULT
           END-EVALUATE
           IF NOT IL-IS-PASS
               MOVE 'NO LONGER ON TABLE' TO WS-HIST-DESC
               MOVE IL-VIOLATION-CODE TO WS-FIND-CODE
               PERFORM LOOKUP-VIOLATION-CODE
               IF WS-VC-IDX <= WS-VC-COUNT
                   MOVE WS-VC-DESC(WS-VC-IDX) TO WS-HIST-DESC
               END-IF
           END-IF
           IF IL-INSPECT-DATE > WS-HIST-LAST-ISO
               MOVE IL-INSPECT-DATE TO WS-HIST-LAST-ISO
           END-IF
           MOVE IL-INSPECT-DATE TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           STRING '    ' WS-EDIT-DATE '  ' IL-BOOTH-ID '  '
               IL-INSPECTOR '  ' IL-VIOLATION-CODE ' ' WS-HIST-DESC
               '  ' WS-HIST-RESULT DELIMITED BY SIZE INTO WS-RPT-LINE
           IF IL-IS-FINE
               MOVE IL-FINE-AMOUNT TO WS-EDIT-FINE
               MOVE WS-EDIT-FINE TO WS-RPT-LINE(70:8)
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-TENANT-TOTALS.
           MOVE WS-HIST-FINED TO WS-EDIT-TOTAL
           STRING '    PASSED: ' WS-HIST-PASSES '  WARNINGS: '
               WS-HIST-WARNINGS '  FINES: ' WS-HIST-FINES
               '  FINED: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-HIST-LAST-ISO TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           STRING '    LAST INSPECTED: ' WS-EDIT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
