       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMNT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    TBLMNT -- REFERENCE TABLE MAINTENANCE.  ONE SCREEN FOR THE
      *    SMALL LINE SEQUENTIAL TABLES THE READERS SEED ON FIRST USE:
      *    CATGTBL, TAXRATE, GLACCTS, MDRULES, RETPOLCY, WAIVRSN,
      *    DISCSKED, SPLITDEF, FUNCAUTH, SHIPTAX, HVPOLCY, DLVRPOL,
      *    AND VIOLCODE.  A
      *    MANAGER-LEVEL PIN OPENS THE SCREEN (AUTHCHK FUNCTION
      *    'TBLMNT'); THE TABLE IS NAMED, THE ROW IS KEYED, AND IT IS
      *    ADDED, CHANGED, OR DELETED.
      *    EVERY ROW IS PUT THROUGH THE SAME EDITS THE READERS RELY ON
      *    (CATEGORY ON CATGTBL, DEPARTMENT ON DEPTTBL, NUMERIC RATES
      *    AND PERCENTS, GL SOURCES THE POSTING RUN CAN MAP, TENANTS
      *    ON THE MASTER) AND A ROW THAT FAILS IS NOT SAVED.  A TABLE
      *    IS NEVER ALLOWED PAST THE NUMBER OF ROWS ITS READER HOLDS.
      *    EVERY CHANGE IS APPENDED TO TBLCHLOG WITH THE OPERATOR AND
      *    THE BEFORE AND AFTER IMAGES OF THE ROW.
      *    "GNUMAIN TBLMNT REPORT [TABLE]" PRINTS THE CHANGE LOG,
      *    OPTIONALLY FOR ONE TABLE.
      *    A TAXRATE ROW IS KEYED BY CATEGORY AND THE DATE THE RATE
      *    TAKES EFFECT (E.G. "JEWL20261101"), SO A RATE CHANGE IS
      *    ADDED AS A NEW ROW AHEAD OF TIME AND THE OLD ROW KEPT FOR
      *    RETURNS AND THE REMITTANCE REPORT; A BLANK DATE IS THE ROW
      *    IN FORCE FROM THE START.
      *    "GNUMAIN TBLMNT CHECK" RUNS EVERY ROW OF EVERY TABLE
      *    THROUGH THE EDITS AND LISTS THE BAD ONES, SO A HAND-EDITED
      *    FILE CAN BE PROVED BEFORE THE REGISTER OPENS.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT REFERENCE-TABLE
               ASSIGN TO WS-TABLE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT CODE-LIST-FILE
               ASSIGN TO WS-LIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT TABLE-CHANGE-LOG
               ASSIGN TO 'TBLCHLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-TABLE.
       01 REFERENCE-TABLE-IMAGE    PIC X(40).
       FD  CODE-LIST-FILE.
       01 CODE-LIST-IMAGE          PIC X(40).
       FD  TABLE-CHANGE-LOG.
       COPY TBLCHLOG.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       WORKING-STORAGE SECTION.
       01 WS-RT-STATUS         PIC XX VALUE '00'.
       01 WS-LIST-STATUS       PIC XX VALUE '00'.
       01 WS-TB-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
          88 MODE-IS-CHECK             VALUE 'CHECK'.
       01 WS-REPORT-TABLE      PIC X(8) VALUE SPACES.
       01 WS-SWITCHES.
          03 WS-RT-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-REFERENCE-TABLE VALUE 1.
          03 WS-LIST-EOF-SW    PIC 9 VALUE 0.
             88 END-OF-CODE-LIST       VALUE 1.
          03 WS-TB-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CHANGE-LOG      VALUE 1.
          03 WS-TABLE-SW       PIC 9 VALUE 0.
             88 TABLE-IS-KNOWN         VALUE 1.
             88 TABLE-NOT-KNOWN        VALUE 0.
          03 WS-ON-FILE-SW     PIC 9 VALUE 0.
             88 TABLE-ON-FILE          VALUE 1.
             88 TABLE-NOT-ON-FILE      VALUE 0.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-ROW-FOUND-SW   PIC 9 VALUE 0.
             88 ROW-FOUND              VALUE 1.
             88 ROW-NOT-FOUND          VALUE 0.
          03 WS-NUMBER-SW      PIC 9 VALUE 0.
             88 NUMBER-IS-VALID        VALUE 1.
             88 NUMBER-NOT-VALID       VALUE 0.
          03 WS-CODE-FOUND-SW  PIC 9 VALUE 0.
             88 CODE-FOUND             VALUE 1.
             88 CODE-NOT-FOUND         VALUE 0.
          03 WS-DEPT-LIST-SW   PIC 9 VALUE 0.
             88 DEPT-LIST-LOADED       VALUE 1.
          03 WS-MASTER-SW      PIC 9 VALUE 0.
             88 TENANT-MASTER-OPEN     VALUE 1.
      * --- THE TABLE BEING WORKED, HELD AS RAW ROW IMAGES IN FILE
      *     ORDER AND WRITTEN BACK WHOLE AFTER EACH CHANGE -------------
       01 WS-TABLE-NAME        PIC X(8) VALUE SPACES.
       01 WS-TABLE-FILE        PIC X(8) VALUE SPACES.
       01 WS-KEY-LEN           PIC 9(2) VALUE ZEROS.
       01 WS-ROW-LIMIT         PIC 9(3) VALUE ZEROS.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-ROW-TABLE.
          03 WS-ROW-ENTRY      OCCURS 100 TIMES INDEXED BY ROW-IDX
                               PIC X(40).
       01 WS-ROW-HIT           PIC 9(3) VALUE ZEROS.
       01 WS-INSERT-AT         PIC 9(3) VALUE ZEROS.
       01 WS-SHIFT-IDX         PIC 9(3) VALUE ZEROS.
       01 WS-DUP-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-OLD-IMAGE         PIC X(40) VALUE SPACES.
       01 WS-NEW-IMAGE         PIC X(40) VALUE SPACES.
       01 WS-CHECK-IMAGE       PIC X(40) VALUE SPACES.
      * --- THE KEY OF A ROW IMAGE, IN THE FORM IT IS KEYED ON SCREEN -
       01 WS-KEY-IMAGE         PIC X(40) VALUE SPACES.
       01 WS-ROW-KEY           PIC X(12) VALUE SPACES.
       01 WS-CHECK-KEY         PIC X(12) VALUE SPACES.
       01 WS-ROW-ERROR         PIC X(40) VALUE SPACES.
       01 WS-FIELD-LABEL       PIC X(16) VALUE SPACES.
       01 WS-NUM-TEXT          PIC X(20) VALUE SPACES.
       01 WS-NUM-VALUE         PIC S9(7)V9(4) VALUE ZEROS.
       01 WS-KEY-4             PIC 9(4) VALUE ZEROS.
       01 WS-KEY-6             PIC 9(6) VALUE ZEROS.
       01 WS-EDIT-RATE         PIC Z9.999.
       01 WS-EDIT-AMOUNT       PIC ZZZZ9.99.
       01 WS-EDIT-PRICE        PIC ZZZZZ9.99.
       01 WS-EDIT-NUMBER       PIC Z(5)9.
      * --- CODES OTHER TABLES ARE CHECKED AGAINST -------------------
       01 WS-CAT-COUNT         PIC 9(2) VALUE ZEROS.
       01 WS-CAT-TABLE.
          03 WS-CAT-CODE       OCCURS 50 TIMES INDEXED BY CAT-IDX
                               PIC X(4).
       01 WS-DEPT-COUNT        PIC 9(2) VALUE ZEROS.
       01 WS-DEPT-TABLE.
          03 WS-DEPT-CODE      OCCURS 20 TIMES INDEXED BY DEPT-IDX
                               PIC X(4).
       01 WS-LOOK-CODE         PIC X(4) VALUE SPACES.
       01 WS-LIST-FILE         PIC X(8) VALUE SPACES.
       01 WS-LIST-OFFSET       PIC 9 VALUE ZEROS.
       01 WS-IN-USE-TABLE      PIC X(8) VALUE SPACES.
      * --- THE FIXED POSTING SOURCES GLPOST LOOKS UP BY NAME ---------
       01 WS-GL-SOURCE-CHECK   PIC X(4) VALUE SPACES.
          88 IS-FIXED-GL-SOURCE        VALUES 'CASH' 'TAX ' 'COMM'
                                              'CPAY' 'RENT' 'LATE'
                                              'MAIN' 'MPAY' 'SHIP'
                                              'CFEE' 'DLVR' 'CBFE'
                                              'INVT' 'IPUR' 'COGS'
                                              'ACOG' 'SHRK' 'DONA'.
       01 WS-GATE-CHECK        PIC X(8) VALUE SPACES.
          88 IS-MAINTENANCE-GATE       VALUES 'TBLMNT  ' 'OPERMNT '.
      * --- THE TABLES CHECK MODE WALKS, IN THIS ORDER ----------------
       01 WS-TABLE-LIST-VALUES.
          03 FILLER            PIC X(8) VALUE 'CATGTBL '.
          03 FILLER            PIC X(8) VALUE 'TAXRATE '.
          03 FILLER            PIC X(8) VALUE 'GLACCTS '.
          03 FILLER            PIC X(8) VALUE 'MDRULES '.
          03 FILLER            PIC X(8) VALUE 'RETPOLCY'.
          03 FILLER            PIC X(8) VALUE 'WAIVRSN '.
          03 FILLER            PIC X(8) VALUE 'DISCSKED'.
          03 FILLER            PIC X(8) VALUE 'SPLITDEF'.
          03 FILLER            PIC X(8) VALUE 'FUNCAUTH'.
          03 FILLER            PIC X(8) VALUE 'SHIPTAX '.
          03 FILLER            PIC X(8) VALUE 'HVPOLCY '.
          03 FILLER            PIC X(8) VALUE 'DLVRPOL '.
          03 FILLER            PIC X(8) VALUE 'VIOLCODE'.
       01 WS-TABLE-LIST REDEFINES WS-TABLE-LIST-VALUES.
          03 WS-TABLE-LIST-NAME OCCURS 13 TIMES INDEXED BY TL-IDX
                               PIC X(8).
       01 WS-BAD-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-ROW-NO            PIC 9(3) VALUE ZEROS.
      * --- RECORD VIEWS OF A ROW IMAGE, ONE PER TABLE ----------------
       COPY CATGLKP.
       COPY TAXRATE.
       COPY GLACCTS.
       COPY MDRULES.
       COPY RETPOLCY.
       COPY WAIVRSN.
       COPY DISCSKED.
       COPY SPLITDEF.
       COPY FUNCAUTH.
       COPY SHIPTAX.
       COPY HVPOLCY.
       COPY DLVRPOL.
       COPY VIOLCODE.
       COPY STATELKP.
       COPY DATEFMT.
       COPY AUTHCHK.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 TBLMNT-AUTHORIZED      VALUE 1.
             88 TBLMNT-NOT-AUTHORIZED  VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TABLE             PIC X(8) VALUE SPACES.
       01 SC-ACTION            PIC X VALUE SPACES.
          88 SC-IS-ADD                 VALUE 'A'.
          88 SC-IS-CHANGE              VALUE 'C'.
          88 SC-IS-DELETE              VALUE 'D'.
       01 SC-KEY-LABEL         PIC X(16) VALUE 'Row Key'.
       01 SC-VALUE-1-LABEL     PIC X(16) VALUE SPACES.
       01 SC-VALUE-2-LABEL     PIC X(16) VALUE SPACES.
       01 SC-VALUE-3-LABEL     PIC X(16) VALUE SPACES.
       01 SC-KEY               PIC X(12) VALUE SPACES.
       01 SC-VALUE-1           PIC X(20) VALUE SPACES.
       01 SC-VALUE-2           PIC X(20) VALUE SPACES.
       01 SC-VALUE-3           PIC X(20) VALUE SPACES.
       01 SC-CURRENT           PIC X(40) VALUE SPACES.
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
          03 LINE 02 COLUMN 27 VALUE 'Reference Table Maintenance'
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
       01 TBLMNT-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 27 VALUE 'Reference Table Maintenance'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 12 VALUE 'Table'.
          03 LINE 04 COLUMN 18 PIC X(8)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-TABLE.
          03 LINE 05 COLUMN 18
                    VALUE 'CATGTBL TAXRATE GLACCTS MDRULES RETPOLCY'.
          03 LINE 06 COLUMN 18
                    VALUE 'WAIVRSN DISCSKED SPLITDEF FUNCAUTH SHIPTAX'.
          03 LINE 06 COLUMN 61 VALUE 'HVPOLCY'.
          03 LINE 06 COLUMN 69 VALUE 'DLVRPOL'.
          03 LINE 07 COLUMN 18 VALUE 'VIOLCODE'.
          03 LINE 08 COLUMN 11 VALUE 'Action'.
          03 LINE 08 COLUMN 18 PIC X
                               REVERSE-VIDEO
                               USING SC-ACTION.
          03 LINE 08 COLUMN 22 VALUE '(A=ADD C=CHANGE D=DELETE)'.
          03 LINE 10 COLUMN 01 PIC X(16)
                               FROM SC-KEY-LABEL.
          03 LINE 10 COLUMN 18 PIC X(12)
                               REVERSE-VIDEO
                               USING SC-KEY.
          03 LINE 11 COLUMN 01 PIC X(16)
                               FROM SC-VALUE-1-LABEL.
          03 LINE 11 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-VALUE-1.
          03 LINE 12 COLUMN 01 PIC X(16)
                               FROM SC-VALUE-2-LABEL.
          03 LINE 12 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-VALUE-2.
          03 LINE 13 COLUMN 01 PIC X(16)
                               FROM SC-VALUE-3-LABEL.
          03 LINE 13 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-VALUE-3.
          03 LINE 14 COLUMN 05 VALUE 'Row on File'.
          03 LINE 14 COLUMN 18 PIC X(40)
                               FROM SC-CURRENT.
          03 LINE 16 COLUMN 09 VALUE 'Message:'.
          03 LINE 16 COLUMN 18 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE WS-REPORT-TABLE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-REPORT-TABLE
               INSPECT WS-REPORT-TABLE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-REPORT
                   PERFORM PRINT-CHANGE-LOG
               WHEN MODE-IS-CHECK
                   PERFORM PRINT-TABLE-CHECK
               WHEN OTHER
                   PERFORM RUN-TABLE-SCREEN
           END-EVALUATE
           STOP RUN
           .
      * --- TABLE MAINTENANCE IS MANAGER-ONLY ON THE FUNCAUTH MATRIX --
       GET-TBLMNT-AUTHORITY.
           SET TBLMNT-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL TBLMNT-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'TBLMNT  ' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET TBLMNT-AUTHORIZED TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-TABLE-SCREEN.
           PERFORM GET-TBLMNT-AUTHORITY
           IF TBLMNT-AUTHORIZED
               PERFORM LOAD-REFERENCE-LISTS
               PERFORM OPEN-TENANT-MASTER
               PERFORM MAINTAIN-ONE-ROW UNTIL F1-PRESSED
               IF TENANT-MASTER-OPEN
                   CLOSE TENANT-MASTER
               END-IF
           END-IF
           .
       MAINTAIN-ONE-ROW.
           MOVE SPACES TO SC-ACTION SC-KEY SC-VALUE-1 SC-VALUE-2
                          SC-VALUE-3 SC-CURRENT
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-TABLE-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM APPLY-TABLE-CHANGE
           END-IF
           .
       ACCEPT-TABLE-ENTRY.
           DISPLAY TBLMNT-SCREEN
           ACCEPT TBLMNT-SCREEN
           MOVE SPACES TO SC-MESSAGE SC-CURRENT
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-TABLE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SC-KEY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SC-ACTION
               CONVERTING 'acd' TO 'ACD'
           MOVE SC-TABLE TO WS-TABLE-NAME
           PERFORM SET-TABLE-DEFINITION
           IF TABLE-NOT-KNOWN
               MOVE 'TABLE NAME NOT RECOGNIZED' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TABLE-ROWS
           IF TABLE-NOT-ON-FILE
               MOVE 'TABLE NOT ON FILE -- SEEDED BY ITS READER'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZE-ROW-KEY
           PERFORM FIND-TABLE-ROW
           IF ROW-FOUND
               MOVE WS-ROW-ENTRY(WS-ROW-HIT) TO SC-CURRENT
           END-IF
           IF F2-PRESSED
               IF ROW-FOUND
                   PERFORM SHOW-ROW-VALUES
               ELSE
                   MOVE 'NO ROW ON FILE FOR THAT KEY' TO SC-MESSAGE
               END-IF
           ELSE
               PERFORM VALIDATE-TABLE-ENTRY
           END-IF
           .
      * --- KEY LENGTH, SCREEN LABELS, AND THE ROW COUNT THE READER'S
      *     IN-STORAGE TABLE HOLDS, FOR EACH TABLE --------------------
       SET-TABLE-DEFINITION.
           SET TABLE-IS-KNOWN TO TRUE
           MOVE WS-TABLE-NAME TO WS-TABLE-FILE
           MOVE SPACES TO SC-VALUE-2-LABEL SC-VALUE-3-LABEL
           EVALUATE WS-TABLE-NAME
               WHEN 'CATGTBL '
                   MOVE 4   TO WS-KEY-LEN
                   MOVE 20  TO WS-ROW-LIMIT
                   MOVE 'Category Code'   TO SC-KEY-LABEL
                   MOVE 'Category Name'   TO SC-VALUE-1-LABEL
                   MOVE 'Department Code' TO SC-VALUE-2-LABEL
                   MOVE 'Permit Req. Y/N' TO SC-VALUE-3-LABEL
               WHEN 'TAXRATE '
                   MOVE 12  TO WS-KEY-LEN
                   MOVE 60  TO WS-ROW-LIMIT
                   MOVE 'Catg+YYYYMMDD'   TO SC-KEY-LABEL
                   MOVE 'Tax Rate Pct'    TO SC-VALUE-1-LABEL
                   MOVE 'Exempt Y/N'      TO SC-VALUE-2-LABEL
               WHEN 'GLACCTS '
                   MOVE 4   TO WS-KEY-LEN
                   MOVE 30  TO WS-ROW-LIMIT
                   MOVE 'Posting Source'  TO SC-KEY-LABEL
                   MOVE 'GL Account No'   TO SC-VALUE-1-LABEL
                   MOVE 'Account Name'    TO SC-VALUE-2-LABEL
                   MOVE 'Stmt RCEALQ'     TO SC-VALUE-3-LABEL
               WHEN 'MDRULES '
                   MOVE 4   TO WS-KEY-LEN
                   MOVE 10  TO WS-ROW-LIMIT
                   MOVE 'Age in Days'     TO SC-KEY-LABEL
                   MOVE 'Percent Off'     TO SC-VALUE-1-LABEL
               WHEN 'RETPOLCY'
                   MOVE 0   TO WS-KEY-LEN
                   MOVE 1   TO WS-ROW-LIMIT
                   MOVE '(One Row)'       TO SC-KEY-LABEL
                   MOVE 'Return Days'     TO SC-VALUE-1-LABEL
                   MOVE '2nd PIN Over $'  TO SC-VALUE-2-LABEL
               WHEN 'WAIVRSN '
                   MOVE 8   TO WS-KEY-LEN
                   MOVE 20  TO WS-ROW-LIMIT
                   MOVE 'Reason Code'     TO SC-KEY-LABEL
                   MOVE 'Reason Name'     TO SC-VALUE-1-LABEL
               WHEN 'DISCSKED'
                   MOVE 8   TO WS-KEY-LEN
                   MOVE 20  TO WS-ROW-LIMIT
                   MOVE 'FromTo Mo+Catg'  TO SC-KEY-LABEL
                   MOVE 'Percent Off'     TO SC-VALUE-1-LABEL
               WHEN 'SPLITDEF'
                   MOVE 6   TO WS-KEY-LEN
                   MOVE 50  TO WS-ROW-LIMIT
                   MOVE 'Tenant A'        TO SC-KEY-LABEL
                   MOVE 'Tenant B'        TO SC-VALUE-1-LABEL
                   MOVE 'Percent to A'    TO SC-VALUE-2-LABEL
               WHEN 'FUNCAUTH'
                   MOVE 8   TO WS-KEY-LEN
                   MOVE 100 TO WS-ROW-LIMIT
                   MOVE 'Function Code'   TO SC-KEY-LABEL
                   MOVE 'Min Role 1-3'    TO SC-VALUE-1-LABEL
               WHEN 'SHIPTAX '
                   MOVE 2   TO WS-KEY-LEN
                   MOVE 60  TO WS-ROW-LIMIT
                   MOVE 'State'           TO SC-KEY-LABEL
                   MOVE 'Tax Rate Pct'    TO SC-VALUE-1-LABEL
                   MOVE 'Taxable Y/N'     TO SC-VALUE-2-LABEL
               WHEN 'HVPOLCY '
                   MOVE 0   TO WS-KEY-LEN
                   MOVE 1   TO WS-ROW-LIMIT
                   MOVE '(One Row)'       TO SC-KEY-LABEL
                   MOVE 'High-Value Over' TO SC-VALUE-1-LABEL
               WHEN 'DLVRPOL '
                   MOVE 0   TO WS-KEY-LEN
                   MOVE 1   TO WS-ROW-LIMIT
                   MOVE '(One Row)'       TO SC-KEY-LABEL
                   MOVE 'Stops Per Day'   TO SC-VALUE-1-LABEL
                   MOVE 'Standard Fee $'  TO SC-VALUE-2-LABEL
               WHEN 'VIOLCODE'
                   MOVE 4   TO WS-KEY-LEN
                   MOVE 30  TO WS-ROW-LIMIT
                   MOVE 'Violation Code'  TO SC-KEY-LABEL
                   MOVE 'Description'     TO SC-VALUE-1-LABEL
                   MOVE 'Fine $'          TO SC-VALUE-2-LABEL
                   MOVE 'Warn First Y/N'  TO SC-VALUE-3-LABEL
               WHEN OTHER
                   SET TABLE-NOT-KNOWN TO TRUE
                   MOVE 'Row Key'         TO SC-KEY-LABEL
                   MOVE SPACES            TO SC-VALUE-1-LABEL
           END-EVALUATE
           .
      * --- NUMERIC KEYS ARE STORED ZERO-FILLED; "60" FINDS "0060" ----
       NORMALIZE-ROW-KEY.
           EVALUATE WS-TABLE-NAME
               WHEN 'MDRULES '
                   MOVE SC-KEY TO WS-NUM-TEXT
                   PERFORM PARSE-NUMBER
                   IF NUMBER-IS-VALID
                       MOVE WS-NUM-VALUE TO WS-KEY-4
                       IF WS-KEY-4 = WS-NUM-VALUE
                           MOVE WS-KEY-4 TO SC-KEY
                       END-IF
                   END-IF
               WHEN 'SPLITDEF'
                   MOVE SC-KEY TO WS-NUM-TEXT
                   PERFORM PARSE-NUMBER
                   IF NUMBER-IS-VALID
                       MOVE WS-NUM-VALUE TO WS-KEY-6
                       IF WS-KEY-6 = WS-NUM-VALUE
                           MOVE WS-KEY-6 TO SC-KEY
                       END-IF
                   END-IF
               WHEN 'TAXRATE '
                   IF SC-KEY(5:8) = SPACES
                       MOVE ZEROS TO SC-KEY(5:8)
                   END-IF
               WHEN 'RETPOLCY'
                   MOVE SPACES TO SC-KEY
               WHEN 'HVPOLCY '
                   MOVE SPACES TO SC-KEY
               WHEN 'DLVRPOL '
                   MOVE SPACES TO SC-KEY
               WHEN 'SHIPTAX '
                   INSPECT SC-KEY
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-EVALUATE
           MOVE SPACES TO WS-ROW-ERROR
           .
       FIND-TABLE-ROW.
           SET ROW-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-ROW-HIT
           IF WS-KEY-LEN = 0
               IF WS-ROW-COUNT > 0
                   SET ROW-FOUND TO TRUE
                   MOVE 1 TO WS-ROW-HIT
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ROW-IDX TO 1
           PERFORM SCAN-TABLE-ROWS
               UNTIL ROW-IDX > WS-ROW-COUNT OR ROW-FOUND
           .
       SCAN-TABLE-ROWS.
           MOVE WS-ROW-ENTRY(ROW-IDX) TO WS-KEY-IMAGE
           PERFORM EXTRACT-ROW-KEY
           IF WS-ROW-KEY(1:WS-KEY-LEN) = SC-KEY(1:WS-KEY-LEN)
               SET ROW-FOUND TO TRUE
               SET WS-ROW-HIT TO ROW-IDX
           ELSE
               SET ROW-IDX UP BY 1
           END-IF
           .
      * --- A ROW'S KEY IS THE FRONT OF ITS IMAGE, EXCEPT TAXRATE,
      *     WHERE IT IS THE CATEGORY PLUS THE EFFECTIVE DATE (BLANK ON
      *     AN OLDER ROW, WHICH READS AS ZEROS) ------------------------
       EXTRACT-ROW-KEY.
           MOVE SPACES TO WS-ROW-KEY
           IF WS-TABLE-NAME = 'TAXRATE '
               MOVE WS-KEY-IMAGE(1:4) TO WS-ROW-KEY(1:4)
               IF WS-KEY-IMAGE(11:8) = SPACES
                   MOVE ZEROS TO WS-ROW-KEY(5:8)
               ELSE
                   MOVE WS-KEY-IMAGE(11:8) TO WS-ROW-KEY(5:8)
               END-IF
           ELSE
               MOVE WS-KEY-IMAGE(1:WS-KEY-LEN) TO WS-ROW-KEY
           END-IF
           .
       VALIDATE-TABLE-ENTRY.
           MOVE SPACES TO WS-ROW-ERROR
           EVALUATE TRUE
               WHEN NOT SC-IS-ADD AND NOT SC-IS-CHANGE
                       AND NOT SC-IS-DELETE
                   MOVE 'ACTION MUST BE A, C, OR D' TO SC-MESSAGE
               WHEN WS-KEY-LEN = 0 AND NOT SC-IS-CHANGE
                   MOVE 'ONE-ROW TABLE -- CHANGE ONLY' TO SC-MESSAGE
               WHEN WS-KEY-LEN > 0 AND SC-KEY = SPACES
                   MOVE 'ROW KEY IS REQUIRED' TO SC-MESSAGE
               WHEN SC-IS-ADD AND ROW-FOUND
                   MOVE 'KEY ALREADY ON FILE -- USE C' TO SC-MESSAGE
               WHEN NOT SC-IS-ADD AND ROW-NOT-FOUND
                   MOVE 'NO ROW ON FILE FOR THAT KEY' TO SC-MESSAGE
               WHEN SC-IS-ADD AND WS-ROW-COUNT >= WS-ROW-LIMIT
                   MOVE 'TABLE IS FULL FOR ITS READER' TO SC-MESSAGE
               WHEN SC-IS-DELETE
                   PERFORM CHECK-ROW-IN-USE
                   IF WS-ROW-ERROR = SPACES
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       MOVE WS-ROW-ERROR TO SC-MESSAGE
                   END-IF
               WHEN OTHER
                   PERFORM BUILD-NEW-IMAGE
                   IF WS-ROW-ERROR = SPACES
                       MOVE WS-NEW-IMAGE TO WS-CHECK-IMAGE
                       PERFORM VALIDATE-ROW-IMAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ROW-ERROR NOT = SPACES
                           MOVE WS-ROW-ERROR TO SC-MESSAGE
                       WHEN SC-IS-CHANGE
                               AND WS-NEW-IMAGE = SC-CURRENT
                           MOVE 'NOTHING CHANGED ON THE ROW'
                               TO SC-MESSAGE
                       WHEN OTHER
                           SET ENTRY-IS-VALID TO TRUE
                   END-EVALUATE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- SCREEN VALUES TO A ROW IMAGE.  ANY VALUE THAT WILL NOT FIT
      *     ITS FIELD IS REFUSED HERE, BEFORE THE FIELD EDITS RUN ------
       BUILD-NEW-IMAGE.
           MOVE SPACES TO WS-ROW-ERROR WS-NEW-IMAGE
           EVALUATE WS-TABLE-NAME
               WHEN 'CATGTBL '  PERFORM BUILD-CATGTBL-ROW
               WHEN 'TAXRATE '  PERFORM BUILD-TAXRATE-ROW
               WHEN 'GLACCTS '  PERFORM BUILD-GLACCTS-ROW
               WHEN 'MDRULES '  PERFORM BUILD-MDRULES-ROW
               WHEN 'RETPOLCY'  PERFORM BUILD-RETPOLCY-ROW
               WHEN 'WAIVRSN '  PERFORM BUILD-WAIVRSN-ROW
               WHEN 'DISCSKED'  PERFORM BUILD-DISCSKED-ROW
               WHEN 'SPLITDEF'  PERFORM BUILD-SPLITDEF-ROW
               WHEN 'FUNCAUTH'  PERFORM BUILD-FUNCAUTH-ROW
               WHEN 'SHIPTAX '  PERFORM BUILD-SHIPTAX-ROW
               WHEN 'HVPOLCY '  PERFORM BUILD-HVPOLCY-ROW
               WHEN 'DLVRPOL '  PERFORM BUILD-DLVRPOL-ROW
               WHEN 'VIOLCODE'  PERFORM BUILD-VIOLCODE-ROW
           END-EVALUATE
           .
       BUILD-CATGTBL-ROW.
           INSPECT SC-VALUE-2
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES     TO CATEGORY-TABLE-RECORD
           MOVE SC-KEY     TO CG-CATEGORY-CODE
           MOVE SC-VALUE-1 TO CG-CATEGORY-NAME
           MOVE SC-VALUE-2 TO CG-DEPT-CODE
           INSPECT SC-VALUE-3 CONVERTING 'yn' TO 'YN'
           MOVE SC-VALUE-3 TO CG-PERMIT-REQUIRED
           MOVE CATEGORY-TABLE-RECORD TO WS-NEW-IMAGE
           .
       BUILD-TAXRATE-ROW.
           INSPECT SC-VALUE-2 CONVERTING 'yn' TO 'YN'
           MOVE SPACES     TO TAX-RATE-RECORD
           MOVE SC-KEY(1:4) TO TX-CATEGORY-CODE
           MOVE SC-KEY(5:8) TO TX-EFFECTIVE-DATE
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO TX-TAX-RATE
               IF TX-TAX-RATE NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-2 TO TX-EXEMPT-FLAG
           MOVE TAX-RATE-RECORD TO WS-NEW-IMAGE
           .
       BUILD-GLACCTS-ROW.
           MOVE SPACES     TO GL-ACCOUNT-RECORD
           MOVE SC-KEY     TO GL-SOURCE-CODE
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO GL-ACCOUNT-NO
               IF GL-ACCOUNT-NO NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-2 TO GL-ACCOUNT-NAME
           INSPECT SC-VALUE-3 CONVERTING 'rcealq' TO 'RCEALQ'
           MOVE SC-VALUE-3 TO GL-STATEMENT-SECTION
           MOVE GL-ACCOUNT-RECORD TO WS-NEW-IMAGE
           .
       BUILD-MDRULES-ROW.
           MOVE SPACES     TO MARKDOWN-RULE-RECORD
           MOVE SC-KEY-LABEL TO WS-FIELD-LABEL
           MOVE SC-KEY     TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO MD-AGE-DAYS
               IF MD-AGE-DAYS NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO MD-PCT-OFF
               IF MD-PCT-OFF NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE MARKDOWN-RULE-RECORD TO WS-NEW-IMAGE
           .
       BUILD-RETPOLCY-ROW.
           MOVE SPACES     TO RETURN-POLICY-RECORD
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO RY-WINDOW-DAYS
               IF RY-WINDOW-DAYS NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-2-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-2 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO RY-SECOND-PIN-LIMIT
               IF RY-SECOND-PIN-LIMIT NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE RETURN-POLICY-RECORD TO WS-NEW-IMAGE
           .
       BUILD-WAIVRSN-ROW.
           MOVE SPACES     TO WAIVER-REASON-RECORD
           MOVE SC-KEY     TO WR-REASON-CODE
           MOVE SC-VALUE-1 TO WR-REASON-NAME
           MOVE WAIVER-REASON-RECORD TO WS-NEW-IMAGE
           .
      * --- THE KEY IS THE FIRST EIGHT BYTES OF THE ROW AS STORED:
      *     FROM MONTH, TO MONTH, CATEGORY ("0103ANTI"; A BLANK
      *     CATEGORY COVERS EVERY CATEGORY) ----------------------------
       BUILD-DISCSKED-ROW.
           MOVE SPACES     TO DISCOUNT-SCHEDULE-RECORD
           MOVE SC-KEY     TO DISCOUNT-SCHEDULE-RECORD
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO DS-DISCOUNT-PERCENT
               IF DS-DISCOUNT-PERCENT NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE DISCOUNT-SCHEDULE-RECORD TO WS-NEW-IMAGE
           .
       BUILD-SPLITDEF-ROW.
           MOVE SPACES     TO PROCEEDS-SPLIT-RECORD
           MOVE SC-KEY(1:6) TO PS-TENANT-A
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO PS-TENANT-B
               IF PS-TENANT-B NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-2-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-2 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO PS-PCT-A
               IF PS-PCT-A NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE PROCEEDS-SPLIT-RECORD TO WS-NEW-IMAGE
           .
       BUILD-FUNCAUTH-ROW.
           MOVE SPACES     TO FUNCTION-AUTH-RECORD
           MOVE SC-KEY     TO FA-FUNCTION-CODE
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO FA-MIN-ROLE
               IF FA-MIN-ROLE NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE FUNCTION-AUTH-RECORD TO WS-NEW-IMAGE
           .
       BUILD-SHIPTAX-ROW.
           INSPECT SC-VALUE-2 CONVERTING 'yn' TO 'YN'
           MOVE SPACES     TO SHIP-TAX-RECORD
           MOVE SC-KEY     TO SX-STATE
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO SX-TAX-RATE
               IF SX-TAX-RATE NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-2 TO SX-TAXABLE-FLAG
           MOVE SHIP-TAX-RECORD TO WS-NEW-IMAGE
           .
       BUILD-HVPOLCY-ROW.
           MOVE SPACES     TO HIGH-VALUE-POLICY-RECORD
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO HP-PRICE-THRESHOLD
               IF HP-PRICE-THRESHOLD NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE HIGH-VALUE-POLICY-RECORD TO WS-NEW-IMAGE
           .
       BUILD-DLVRPOL-ROW.
           MOVE SPACES     TO DELIVERY-POLICY-RECORD
           MOVE SC-VALUE-1-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-1 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO DA-DAILY-STOP-CAP
               IF DA-DAILY-STOP-CAP NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-2-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-2 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO DA-STANDARD-FEE
               IF DA-STANDARD-FEE NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE DELIVERY-POLICY-RECORD TO WS-NEW-IMAGE
           .
       BUILD-VIOLCODE-ROW.
           INSPECT SC-VALUE-3 CONVERTING 'yn' TO 'YN'
           MOVE SPACES     TO VIOLATION-CODE-RECORD
           MOVE SC-KEY     TO VC-CODE
           MOVE SC-VALUE-1 TO VC-DESCRIPTION
           MOVE SC-VALUE-2-LABEL TO WS-FIELD-LABEL
           MOVE SC-VALUE-2 TO WS-NUM-TEXT
           PERFORM PARSE-NUMBER
           IF NUMBER-IS-VALID
               MOVE WS-NUM-VALUE TO VC-FINE-AMOUNT
               IF VC-FINE-AMOUNT NOT = WS-NUM-VALUE
                   PERFORM FLAG-NUMBER-RANGE
               END-IF
           END-IF
           MOVE SC-VALUE-3 TO VC-WARN-FIRST
           MOVE VIOLATION-CODE-RECORD TO WS-NEW-IMAGE
           .
      * --- A TYPED VALUE MUST READ AS A NUMBER AND LAND IN ITS FIELD
      *     UNCHANGED -- NO SIGN, NO LOST DIGITS, NO EXTRA DECIMALS.
      *     ONLY THE FIRST PROBLEM ON THE ROW IS REPORTED --------------
       PARSE-NUMBER.
           SET NUMBER-NOT-VALID TO TRUE
           MOVE ZEROS TO WS-NUM-VALUE
           IF WS-NUM-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-NUM-TEXT) NOT = 0
               IF WS-ROW-ERROR = SPACES
                   STRING FUNCTION TRIM(WS-FIELD-LABEL)
                          ' IS NOT A NUMBER' DELIMITED BY SIZE
                          INTO WS-ROW-ERROR
                   END-STRING
               END-IF
           ELSE
               COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-TEXT)
               SET NUMBER-IS-VALID TO TRUE
           END-IF
           .
       FLAG-NUMBER-RANGE.
           IF WS-ROW-ERROR = SPACES
               STRING FUNCTION TRIM(WS-FIELD-LABEL)
                      ' IS OUT OF RANGE' DELIMITED BY SIZE
                      INTO WS-ROW-ERROR
               END-STRING
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE FIELD EDITS, ON A ROW IMAGE IN WS-CHECK-IMAGE.  SHARED
      *     BY THE SCREEN AND BY CHECK MODE SO A ROW THE SCREEN WOULD
      *     REFUSE IS ALSO REPORTED WHEN IT ARRIVES BY HAND ------------
       VALIDATE-ROW-IMAGE.
           MOVE SPACES TO WS-ROW-ERROR
           EVALUATE WS-TABLE-NAME
               WHEN 'CATGTBL '  PERFORM VALIDATE-CATGTBL-ROW
               WHEN 'TAXRATE '  PERFORM VALIDATE-TAXRATE-ROW
               WHEN 'GLACCTS '  PERFORM VALIDATE-GLACCTS-ROW
               WHEN 'MDRULES '  PERFORM VALIDATE-MDRULES-ROW
               WHEN 'RETPOLCY'  PERFORM VALIDATE-RETPOLCY-ROW
               WHEN 'WAIVRSN '  PERFORM VALIDATE-WAIVRSN-ROW
               WHEN 'DISCSKED'  PERFORM VALIDATE-DISCSKED-ROW
               WHEN 'SPLITDEF'  PERFORM VALIDATE-SPLITDEF-ROW
               WHEN 'FUNCAUTH'  PERFORM VALIDATE-FUNCAUTH-ROW
               WHEN 'SHIPTAX '  PERFORM VALIDATE-SHIPTAX-ROW
               WHEN 'HVPOLCY '  PERFORM VALIDATE-HVPOLCY-ROW
               WHEN 'DLVRPOL '  PERFORM VALIDATE-DLVRPOL-ROW
               WHEN 'VIOLCODE'  PERFORM VALIDATE-VIOLCODE-ROW
           END-EVALUATE
           .
       VALIDATE-CATGTBL-ROW.
           MOVE WS-CHECK-IMAGE TO CATEGORY-TABLE-RECORD
           MOVE CG-DEPT-CODE TO WS-LOOK-CODE
           PERFORM FIND-DEPT-CODE
           EVALUATE TRUE
               WHEN CG-CATEGORY-CODE = SPACES
                   MOVE 'CATEGORY CODE IS BLANK' TO WS-ROW-ERROR
               WHEN CG-CATEGORY-NAME = SPACES
                   MOVE 'CATEGORY NAME IS BLANK' TO WS-ROW-ERROR
               WHEN CG-DEPT-CODE NOT = SPACES AND DEPT-LIST-LOADED
                       AND CODE-NOT-FOUND
                   MOVE 'DEPARTMENT NOT ON DEPTTBL' TO WS-ROW-ERROR
               WHEN CG-PERMIT-REQUIRED NOT = 'Y'
                       AND CG-PERMIT-REQUIRED NOT = 'N'
                       AND CG-PERMIT-REQUIRED NOT = SPACE
                   MOVE 'PERMIT REQ. MUST BE Y OR N' TO WS-ROW-ERROR
           END-EVALUATE
           .
       VALIDATE-TAXRATE-ROW.
           MOVE WS-CHECK-IMAGE TO TAX-RATE-RECORD
           MOVE TX-CATEGORY-CODE TO WS-LOOK-CODE
           PERFORM FIND-CATEGORY-CODE
           EVALUATE TRUE
               WHEN CODE-NOT-FOUND
                   MOVE 'CATEGORY NOT ON CATGTBL' TO WS-ROW-ERROR
               WHEN TX-TAX-RATE IS NOT NUMERIC
                   MOVE 'TAX RATE IS NOT NUMERIC' TO WS-ROW-ERROR
               WHEN TX-EXEMPT-FLAG NOT = 'Y' AND NOT = 'N'
                   MOVE 'EXEMPT FLAG MUST BE Y OR N' TO WS-ROW-ERROR
               WHEN TX-IS-EXEMPT AND TX-TAX-RATE > ZEROS
                   MOVE 'AN EXEMPT ROW CARRIES A ZERO RATE'
                       TO WS-ROW-ERROR
               WHEN WS-CHECK-IMAGE(11:8) = SPACES
                   CONTINUE
               WHEN TX-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                       TO WS-ROW-ERROR
               WHEN TX-EFFECTIVE-DATE = ZEROS
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TX-EFFECTIVE-DATE)
                       NOT = 0
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                       TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- A GL SOURCE IS A CATEGORY, A DEPARTMENT (GLPOST FALLS BACK
      *     TO THE DEPARTMENT ROW), OR ONE OF THE FIXED SOURCES --------
       VALIDATE-GLACCTS-ROW.
           MOVE WS-CHECK-IMAGE TO GL-ACCOUNT-RECORD
           MOVE GL-SOURCE-CODE TO WS-LOOK-CODE WS-GL-SOURCE-CHECK
           PERFORM FIND-CATEGORY-CODE
           IF CODE-NOT-FOUND
               PERFORM FIND-DEPT-CODE
           END-IF
           EVALUATE TRUE
               WHEN GL-SOURCE-CODE = SPACES
                   MOVE 'POSTING SOURCE IS BLANK' TO WS-ROW-ERROR
               WHEN CODE-NOT-FOUND AND NOT IS-FIXED-GL-SOURCE
                   MOVE 'SOURCE NOT A CATEGORY, DEPT, OR FIXED'
                       TO WS-ROW-ERROR
               WHEN GL-ACCOUNT-NO IS NOT NUMERIC
                       OR GL-ACCOUNT-NO = ZEROS
                   MOVE 'GL ACCOUNT MUST BE 4 DIGITS' TO WS-ROW-ERROR
               WHEN GL-ACCOUNT-NAME = SPACES
                   MOVE 'ACCOUNT NAME IS BLANK' TO WS-ROW-ERROR
               WHEN NOT GL-SECTION-IS-VALID
                   MOVE 'STMT SECTION MUST BE R C E A L OR Q'
                       TO WS-ROW-ERROR
           END-EVALUATE
           .
       VALIDATE-MDRULES-ROW.
           MOVE WS-CHECK-IMAGE TO MARKDOWN-RULE-RECORD
           EVALUATE TRUE
               WHEN MD-AGE-DAYS IS NOT NUMERIC OR MD-AGE-DAYS = ZEROS
                   MOVE 'AGE IN DAYS MUST BE 1-9999' TO WS-ROW-ERROR
               WHEN MD-PCT-OFF IS NOT NUMERIC OR MD-PCT-OFF = ZEROS
                   MOVE 'PERCENT OFF MUST BE 1-99' TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- CMSPLN IGNORES A ZERO AND KEEPS ITS BUILT-IN VALUE, SO A
      *     ZERO HERE WOULD LOOK SAVED BUT NEVER TAKE EFFECT ----------
       VALIDATE-RETPOLCY-ROW.
           MOVE WS-CHECK-IMAGE TO RETURN-POLICY-RECORD
           EVALUATE TRUE
               WHEN RY-WINDOW-DAYS IS NOT NUMERIC
                       OR RY-WINDOW-DAYS = ZEROS
                   MOVE 'RETURN DAYS MUST BE 1-999' TO WS-ROW-ERROR
               WHEN RY-SECOND-PIN-LIMIT IS NOT NUMERIC
                       OR RY-SECOND-PIN-LIMIT = ZEROS
                   MOVE '2ND PIN LIMIT MUST BE ABOVE ZERO'
                       TO WS-ROW-ERROR
           END-EVALUATE
           .
       VALIDATE-WAIVRSN-ROW.
           MOVE WS-CHECK-IMAGE TO WAIVER-REASON-RECORD
           EVALUATE TRUE
               WHEN WR-REASON-CODE = SPACES
                   MOVE 'REASON CODE IS BLANK' TO WS-ROW-ERROR
               WHEN WR-REASON-NAME = SPACES
                   MOVE 'REASON NAME IS BLANK' TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- CMSPLN MATCHES FROM-MONTH <= SALE MONTH <= TO-MONTH, SO A
      *     RANGE CANNOT WRAP THE YEAR END -----------------------------
       VALIDATE-DISCSKED-ROW.
           MOVE WS-CHECK-IMAGE TO DISCOUNT-SCHEDULE-RECORD
           SET CODE-FOUND TO TRUE
           IF DS-CATEGORY NOT = SPACES
               MOVE DS-CATEGORY TO WS-LOOK-CODE
               PERFORM FIND-CATEGORY-CODE
           END-IF
           EVALUATE TRUE
               WHEN DS-START-MONTH IS NOT NUMERIC
                       OR DS-START-MONTH < 1 OR DS-START-MONTH > 12
                   MOVE 'FROM MONTH MUST BE 01-12' TO WS-ROW-ERROR
               WHEN DS-END-MONTH IS NOT NUMERIC
                       OR DS-END-MONTH < 1 OR DS-END-MONTH > 12
                   MOVE 'TO MONTH MUST BE 01-12' TO WS-ROW-ERROR
               WHEN DS-START-MONTH > DS-END-MONTH
                   MOVE 'FROM MONTH IS AFTER TO MONTH' TO WS-ROW-ERROR
               WHEN CODE-NOT-FOUND
                   MOVE 'CATEGORY NOT ON CATGTBL' TO WS-ROW-ERROR
               WHEN DS-DISCOUNT-PERCENT IS NOT NUMERIC
                       OR DS-DISCOUNT-PERCENT = ZEROS
                   MOVE 'PERCENT OFF MUST BE 1-99' TO WS-ROW-ERROR
           END-EVALUATE
           .
       VALIDATE-SPLITDEF-ROW.
           MOVE WS-CHECK-IMAGE TO PROCEEDS-SPLIT-RECORD
           EVALUATE TRUE
               WHEN PS-TENANT-A IS NOT NUMERIC
                       OR PS-TENANT-A = ZEROS
                   MOVE 'TENANT A IS NOT A TENANT ID' TO WS-ROW-ERROR
               WHEN PS-TENANT-B IS NOT NUMERIC
                       OR PS-TENANT-B = ZEROS
                   MOVE 'TENANT B IS NOT A TENANT ID' TO WS-ROW-ERROR
               WHEN PS-TENANT-A = PS-TENANT-B
                   MOVE 'TENANT A AND B ARE THE SAME' TO WS-ROW-ERROR
               WHEN PS-PCT-A IS NOT NUMERIC
                       OR PS-PCT-A = ZEROS OR PS-PCT-A > 99
                   MOVE 'PERCENT TO A MUST BE 1-99' TO WS-ROW-ERROR
           END-EVALUATE
           IF WS-ROW-ERROR = SPACES AND TENANT-MASTER-OPEN
               MOVE PS-TENANT-A TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE 'TENANT A NOT ON TENANT MASTER'
                           TO WS-ROW-ERROR
               END-READ
           END-IF
           IF WS-ROW-ERROR = SPACES AND TENANT-MASTER-OPEN
               MOVE PS-TENANT-B TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE 'TENANT B NOT ON TENANT MASTER'
                           TO WS-ROW-ERROR
               END-READ
           END-IF
           .
      * --- THE TWO MAINTENANCE GATES STAY AT MANAGER; LOWERING THEM
      *     WOULD LET A CLERK REOPEN EVERY OTHER GATE -----------------
       VALIDATE-FUNCAUTH-ROW.
           MOVE WS-CHECK-IMAGE TO FUNCTION-AUTH-RECORD
           MOVE FA-FUNCTION-CODE TO WS-GATE-CHECK
           EVALUATE TRUE
               WHEN FA-FUNCTION-CODE = SPACES
                   MOVE 'FUNCTION CODE IS BLANK' TO WS-ROW-ERROR
               WHEN FA-MIN-ROLE IS NOT NUMERIC
                       OR FA-MIN-ROLE < 1 OR FA-MIN-ROLE > 3
                   MOVE 'MINIMUM ROLE MUST BE 1, 2, OR 3'
                       TO WS-ROW-ERROR
               WHEN IS-MAINTENANCE-GATE AND FA-MIN-ROLE < 3
                   MOVE 'THIS GATE MUST STAY AT ROLE 3'
                       TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- A SHIPPING-TAX ROW IS A REAL STATE; A STATE THAT DOES NOT
      *     TAX DELIVERY CHARGES CARRIES A ZERO RATE ------------------
       VALIDATE-SHIPTAX-ROW.
           MOVE WS-CHECK-IMAGE TO SHIP-TAX-RECORD
           MOVE SX-STATE TO SL-ABBREV
           CALL 'STATELKP' USING STATE-LOOKUP-PARAMS
           EVALUATE TRUE
               WHEN SL-NOT-VALID
                   MOVE 'NOT A STATE ABBREVIATION' TO WS-ROW-ERROR
               WHEN SX-TAX-RATE IS NOT NUMERIC
                   MOVE 'TAX RATE IS NOT NUMERIC' TO WS-ROW-ERROR
               WHEN SX-TAXABLE-FLAG NOT = 'Y' AND NOT = 'N'
                   MOVE 'TAXABLE FLAG MUST BE Y OR N' TO WS-ROW-ERROR
               WHEN NOT SX-IS-TAXABLE AND SX-TAX-RATE > ZEROS
                   MOVE 'A NON-TAXABLE ROW CARRIES A ZERO RATE'
                       TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- ITMENT IGNORES A ZERO AND KEEPS ITS BUILT-IN THRESHOLD, THE
      *     SAME AS CMSPLN WITH RETPOLCY -------------------------------
       VALIDATE-HVPOLCY-ROW.
           MOVE WS-CHECK-IMAGE TO HIGH-VALUE-POLICY-RECORD
           IF HP-PRICE-THRESHOLD IS NOT NUMERIC
                   OR HP-PRICE-THRESHOLD = ZEROS
               MOVE 'HIGH-VALUE PRICE MUST BE ABOVE ZERO'
                   TO WS-ROW-ERROR
           END-IF
           .
      * --- DLVRCHK IGNORES A ZERO CAP THE SAME WAY; A ZERO FEE IS
      *     ALLOWED, FOR A SEASON OF FREE DELIVERY --------------------
       VALIDATE-DLVRPOL-ROW.
           MOVE WS-CHECK-IMAGE TO DELIVERY-POLICY-RECORD
           EVALUATE TRUE
               WHEN DA-DAILY-STOP-CAP IS NOT NUMERIC
                       OR DA-DAILY-STOP-CAP = ZEROS
                   MOVE 'STOPS PER DAY MUST BE 1-99' TO WS-ROW-ERROR
               WHEN DA-STANDARD-FEE IS NOT NUMERIC
                   MOVE 'STANDARD FEE IS NOT A NUMBER'
                       TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- BOOTHINS PRINTS THE DESCRIPTION ON THE TENANT'S NOTICE; A
      *     ZERO FINE MAKES THE CODE A WARNING EVERY TIME -------------
       VALIDATE-VIOLCODE-ROW.
           MOVE WS-CHECK-IMAGE TO VIOLATION-CODE-RECORD
           EVALUATE TRUE
               WHEN VC-CODE = SPACES
                   MOVE 'VIOLATION CODE IS BLANK' TO WS-ROW-ERROR
               WHEN VC-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION IS BLANK' TO WS-ROW-ERROR
               WHEN VC-FINE-AMOUNT IS NOT NUMERIC
                   MOVE 'FINE IS NOT A NUMBER' TO WS-ROW-ERROR
               WHEN NOT VC-WARNS-FIRST AND NOT VC-FINES-AT-ONCE
                   MOVE 'WARN FIRST MUST BE Y OR N' TO WS-ROW-ERROR
           END-EVALUATE
           .
      * --- A CATEGORY STILL NAMED ON TAXRATE, GLACCTS, OR DISCSKED
      *     CANNOT BE DELETED OUT FROM UNDER THOSE ROWS ----------------
       CHECK-ROW-IN-USE.
           MOVE SPACES TO WS-ROW-ERROR
           IF WS-TABLE-NAME NOT = 'CATGTBL '
               EXIT PARAGRAPH
           END-IF
           MOVE SC-KEY(1:4) TO WS-LOOK-CODE
           MOVE 'TAXRATE ' TO WS-LIST-FILE
           MOVE 1 TO WS-LIST-OFFSET
           PERFORM SCAN-FILE-FOR-CODE
           IF CODE-NOT-FOUND
               MOVE 'GLACCTS ' TO WS-LIST-FILE
               PERFORM SCAN-FILE-FOR-CODE
           END-IF
           IF CODE-NOT-FOUND
               MOVE 'DISCSKED' TO WS-LIST-FILE
               MOVE 5 TO WS-LIST-OFFSET
               PERFORM SCAN-FILE-FOR-CODE
           END-IF
           IF CODE-FOUND
               STRING 'CATEGORY STILL USED ON '
                      WS-LIST-FILE DELIMITED BY SIZE
                      INTO WS-ROW-ERROR
               END-STRING
           END-IF
           .
       SCAN-FILE-FOR-CODE.
           SET CODE-NOT-FOUND TO TRUE
           SET WS-LIST-EOF-SW TO 0
           OPEN INPUT CODE-LIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CODE-LIST
           PERFORM MATCH-ONE-CODE-ROW
               UNTIL END-OF-CODE-LIST OR CODE-FOUND
           CLOSE CODE-LIST-FILE
           .
       MATCH-ONE-CODE-ROW.
           IF CODE-LIST-IMAGE(WS-LIST-OFFSET:4) = WS-LOOK-CODE
               SET CODE-FOUND TO TRUE
           ELSE
               PERFORM READ-CODE-LIST
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ROW IMAGE BACK TO SCREEN VALUES FOR A LOOK-UP --------------
       SHOW-ROW-VALUES.
           MOVE SPACES TO SC-VALUE-1 SC-VALUE-2 SC-VALUE-3
           MOVE WS-ROW-ENTRY(WS-ROW-HIT) TO WS-CHECK-IMAGE
           EVALUATE WS-TABLE-NAME
               WHEN 'CATGTBL '
                   MOVE WS-CHECK-IMAGE TO CATEGORY-TABLE-RECORD
                   MOVE CG-CATEGORY-NAME TO SC-VALUE-1
                   MOVE CG-DEPT-CODE     TO SC-VALUE-2
                   MOVE CG-PERMIT-REQUIRED TO SC-VALUE-3
               WHEN 'TAXRATE '
                   MOVE WS-CHECK-IMAGE TO TAX-RATE-RECORD
                   IF TX-TAX-RATE IS NUMERIC
                       MOVE TX-TAX-RATE TO WS-EDIT-RATE
                       MOVE FUNCTION TRIM(WS-EDIT-RATE) TO SC-VALUE-1
                   END-IF
                   MOVE TX-EXEMPT-FLAG   TO SC-VALUE-2
               WHEN 'GLACCTS '
                   MOVE WS-CHECK-IMAGE TO GL-ACCOUNT-RECORD
                   MOVE GL-ACCOUNT-NO    TO SC-VALUE-1
                   MOVE GL-ACCOUNT-NAME  TO SC-VALUE-2
                   MOVE GL-STATEMENT-SECTION TO SC-VALUE-3
               WHEN 'MDRULES '
                   MOVE WS-CHECK-IMAGE TO MARKDOWN-RULE-RECORD
                   MOVE MD-PCT-OFF       TO SC-VALUE-1
               WHEN 'RETPOLCY'
                   MOVE WS-CHECK-IMAGE TO RETURN-POLICY-RECORD
                   MOVE RY-WINDOW-DAYS   TO SC-VALUE-1
                   IF RY-SECOND-PIN-LIMIT IS NUMERIC
                       MOVE RY-SECOND-PIN-LIMIT TO WS-EDIT-AMOUNT
                       MOVE FUNCTION TRIM(WS-EDIT-AMOUNT)
                           TO SC-VALUE-2
                   END-IF
               WHEN 'WAIVRSN '
                   MOVE WS-CHECK-IMAGE TO WAIVER-REASON-RECORD
                   MOVE WR-REASON-NAME   TO SC-VALUE-1
               WHEN 'DISCSKED'
                   MOVE WS-CHECK-IMAGE TO DISCOUNT-SCHEDULE-RECORD
                   MOVE DS-DISCOUNT-PERCENT TO SC-VALUE-1
               WHEN 'SPLITDEF'
                   MOVE WS-CHECK-IMAGE TO PROCEEDS-SPLIT-RECORD
                   MOVE PS-TENANT-B      TO SC-VALUE-1
                   MOVE PS-PCT-A         TO SC-VALUE-2
               WHEN 'FUNCAUTH'
                   MOVE WS-CHECK-IMAGE TO FUNCTION-AUTH-RECORD
                   MOVE FA-MIN-ROLE      TO SC-VALUE-1
               WHEN 'SHIPTAX '
                   MOVE WS-CHECK-IMAGE TO SHIP-TAX-RECORD
                   IF SX-TAX-RATE IS NUMERIC
                       MOVE SX-TAX-RATE TO WS-EDIT-RATE
                       MOVE FUNCTION TRIM(WS-EDIT-RATE) TO SC-VALUE-1
                   END-IF
                   MOVE SX-TAXABLE-FLAG  TO SC-VALUE-2
               WHEN 'HVPOLCY '
                   MOVE WS-CHECK-IMAGE TO HIGH-VALUE-POLICY-RECORD
                   IF HP-PRICE-THRESHOLD IS NUMERIC
                       MOVE HP-PRICE-THRESHOLD TO WS-EDIT-PRICE
                       MOVE FUNCTION TRIM(WS-EDIT-PRICE) TO SC-VALUE-1
                   END-IF
               WHEN 'DLVRPOL '
                   MOVE WS-CHECK-IMAGE TO DELIVERY-POLICY-RECORD
                   MOVE DA-DAILY-STOP-CAP TO SC-VALUE-1
                   IF DA-STANDARD-FEE IS NUMERIC
                       MOVE DA-STANDARD-FEE TO WS-EDIT-AMOUNT
                       MOVE FUNCTION TRIM(WS-EDIT-AMOUNT)
                           TO SC-VALUE-2
                   END-IF
               WHEN 'VIOLCODE'
                   MOVE WS-CHECK-IMAGE TO VIOLATION-CODE-RECORD
                   MOVE VC-DESCRIPTION   TO SC-VALUE-1
                   IF VC-FINE-AMOUNT IS NUMERIC
                       MOVE VC-FINE-AMOUNT TO WS-EDIT-AMOUNT
                       MOVE FUNCTION TRIM(WS-EDIT-AMOUNT)
                           TO SC-VALUE-2
                   END-IF
                   MOVE VC-WARN-FIRST    TO SC-VALUE-3
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- APPLY THE CHANGE, WRITE THE TABLE BACK WHOLE, AND LOG THE
      *     BEFORE AND AFTER IMAGES ------------------------------------
       APPLY-TABLE-CHANGE.
           EVALUATE TRUE
               WHEN SC-IS-ADD
                   MOVE SPACES TO WS-OLD-IMAGE
                   PERFORM FIND-INSERT-POSITION
                   PERFORM OPEN-ROW-SLOT
                   MOVE WS-NEW-IMAGE TO WS-ROW-ENTRY(WS-INSERT-AT)
                   MOVE 'ROW ADDED' TO SC-MESSAGE
               WHEN SC-IS-CHANGE
                   MOVE WS-ROW-ENTRY(WS-ROW-HIT) TO WS-OLD-IMAGE
                   MOVE WS-NEW-IMAGE TO WS-ROW-ENTRY(WS-ROW-HIT)
                   MOVE 'ROW CHANGED' TO SC-MESSAGE
               WHEN SC-IS-DELETE
                   MOVE WS-ROW-ENTRY(WS-ROW-HIT) TO WS-OLD-IMAGE
                   MOVE SPACES TO WS-NEW-IMAGE
                   PERFORM CLOSE-ROW-SLOT
                   MOVE 'ROW DELETED' TO SC-MESSAGE
           END-EVALUATE
           PERFORM SAVE-TABLE-ROWS
           IF WS-RT-STATUS NOT = '00'
               MOVE 'UNABLE TO REWRITE THE TABLE FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-CHANGE-LOG
           IF WS-TABLE-NAME = 'CATGTBL '
               PERFORM LOAD-CATEGORY-LIST
           END-IF
           .
      * --- NEW ROWS GO ON THE END, EXCEPT A DISCOUNT RULE FOR ONE
      *     CATEGORY, WHICH MUST SIT AHEAD OF THE FIRST BLANKET RULE OR
      *     CMSPLN WILL NEVER REACH IT ---------------------------------
       FIND-INSERT-POSITION.
           COMPUTE WS-INSERT-AT = WS-ROW-COUNT + 1
           IF WS-TABLE-NAME = 'DISCSKED' AND SC-KEY(5:4) NOT = SPACES
               SET ROW-IDX TO 1
               PERFORM SCAN-FOR-BLANKET-RULE
                   UNTIL ROW-IDX > WS-ROW-COUNT
           END-IF
           .
       SCAN-FOR-BLANKET-RULE.
           IF WS-ROW-ENTRY(ROW-IDX)(5:4) = SPACES
               SET WS-INSERT-AT TO ROW-IDX
               SET ROW-IDX TO WS-ROW-COUNT
           END-IF
           SET ROW-IDX UP BY 1
           .
       OPEN-ROW-SLOT.
           PERFORM SHIFT-ROW-DOWN
               VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INSERT-AT
           ADD 1 TO WS-ROW-COUNT
           .
       SHIFT-ROW-DOWN.
           MOVE WS-ROW-ENTRY(WS-SHIFT-IDX)
               TO WS-ROW-ENTRY(WS-SHIFT-IDX + 1)
           .
       CLOSE-ROW-SLOT.
           PERFORM SHIFT-ROW-UP
               VARYING WS-SHIFT-IDX FROM WS-ROW-HIT BY 1
               UNTIL WS-SHIFT-IDX >= WS-ROW-COUNT
           MOVE SPACES TO WS-ROW-ENTRY(WS-ROW-COUNT)
           SUBTRACT 1 FROM WS-ROW-COUNT
           .
       SHIFT-ROW-UP.
           MOVE WS-ROW-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-ROW-ENTRY(WS-SHIFT-IDX)
           .
       APPEND-CHANGE-LOG.
           OPEN EXTEND TABLE-CHANGE-LOG
           IF WS-TB-STATUS = '05' OR WS-TB-STATUS = '35'
               OPEN OUTPUT TABLE-CHANGE-LOG
               CLOSE TABLE-CHANGE-LOG
               OPEN EXTEND TABLE-CHANGE-LOG
           END-IF
           MOVE DF-MMDDYYYY         TO TB-DATE
           COMPUTE TB-TIME = DF-HOUR * 100 + DF-MINUTE
           MOVE WS-MANAGER-INITIALS TO TB-OPERATOR
           MOVE WS-TABLE-NAME       TO TB-TABLE-NAME
           EVALUATE TRUE
               WHEN SC-IS-ADD     SET TB-IS-ADD    TO TRUE
               WHEN SC-IS-CHANGE  SET TB-IS-CHANGE TO TRUE
               WHEN SC-IS-DELETE  SET TB-IS-DELETE TO TRUE
           END-EVALUATE
           MOVE SC-KEY              TO TB-ROW-KEY
           MOVE WS-OLD-IMAGE        TO TB-BEFORE-IMAGE
           MOVE WS-NEW-IMAGE        TO TB-AFTER-IMAGE
           WRITE TABLE-CHANGE-LOG-RECORD
           CLOSE TABLE-CHANGE-LOG
           .
      *-----------------------------------------------------------------
       LOAD-TABLE-ROWS.
           MOVE ZEROS TO WS-ROW-COUNT
           SET TABLE-NOT-ON-FILE TO TRUE
           SET WS-RT-EOF-SW TO 0
           OPEN INPUT REFERENCE-TABLE
           IF WS-RT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET TABLE-ON-FILE TO TRUE
           PERFORM READ-REFERENCE-TABLE
           PERFORM STORE-TABLE-ROW UNTIL END-OF-REFERENCE-TABLE
           CLOSE REFERENCE-TABLE
           .
       READ-REFERENCE-TABLE.
           READ REFERENCE-TABLE NEXT RECORD
               AT END
                   SET END-OF-REFERENCE-TABLE TO TRUE
           END-READ
           .
       STORE-TABLE-ROW.
           IF WS-ROW-COUNT < 100
               ADD 1 TO WS-ROW-COUNT
               MOVE REFERENCE-TABLE-IMAGE TO WS-ROW-ENTRY(WS-ROW-COUNT)
           END-IF
           PERFORM READ-REFERENCE-TABLE
           .
       SAVE-TABLE-ROWS.
           OPEN OUTPUT REFERENCE-TABLE
           IF WS-RT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-TABLE-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > WS-ROW-COUNT
           CLOSE REFERENCE-TABLE
           .
       WRITE-TABLE-ROW.
           MOVE WS-ROW-ENTRY(ROW-IDX) TO REFERENCE-TABLE-IMAGE
           WRITE REFERENCE-TABLE-IMAGE
           .
      * --- CATGTBL AND DEPTTBL CODES FOR THE CROSS-TABLE EDITS.  WITH
      *     NO DEPTTBL YET ON FILE THE DEPARTMENT EDIT IS SKIPPED -----
       LOAD-REFERENCE-LISTS.
           PERFORM LOAD-CATEGORY-LIST
           MOVE ZEROS TO WS-DEPT-COUNT
           SET WS-LIST-EOF-SW TO 0
           MOVE 'DEPTTBL ' TO WS-LIST-FILE
           OPEN INPUT CODE-LIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET DEPT-LIST-LOADED TO TRUE
           PERFORM READ-CODE-LIST
           PERFORM STORE-DEPT-CODE UNTIL END-OF-CODE-LIST
           CLOSE CODE-LIST-FILE
           .
       LOAD-CATEGORY-LIST.
           MOVE ZEROS TO WS-CAT-COUNT
           SET WS-LIST-EOF-SW TO 0
           MOVE 'CATGTBL ' TO WS-LIST-FILE
           OPEN INPUT CODE-LIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CODE-LIST
           PERFORM STORE-CATEGORY-CODE UNTIL END-OF-CODE-LIST
           CLOSE CODE-LIST-FILE
           .
       READ-CODE-LIST.
           READ CODE-LIST-FILE NEXT RECORD
               AT END
                   SET END-OF-CODE-LIST TO TRUE
           END-READ
           .
       STORE-CATEGORY-CODE.
           IF WS-CAT-COUNT < 50 AND CODE-LIST-IMAGE(1:4) NOT = SPACES
               ADD 1 TO WS-CAT-COUNT
               MOVE CODE-LIST-IMAGE(1:4) TO WS-CAT-CODE(WS-CAT-COUNT)
           END-IF
           PERFORM READ-CODE-LIST
           .
       STORE-DEPT-CODE.
           IF WS-DEPT-COUNT < 20 AND CODE-LIST-IMAGE(1:4) NOT = SPACES
               ADD 1 TO WS-DEPT-COUNT
               MOVE CODE-LIST-IMAGE(1:4) TO WS-DEPT-CODE(WS-DEPT-COUNT)
           END-IF
           PERFORM READ-CODE-LIST
           .
       FIND-CATEGORY-CODE.
           SET CODE-NOT-FOUND TO TRUE
           SET CAT-IDX TO 1
           PERFORM SCAN-CATEGORY-CODES
               UNTIL CAT-IDX > WS-CAT-COUNT OR CODE-FOUND
           .
       SCAN-CATEGORY-CODES.
           IF WS-CAT-CODE(CAT-IDX) = WS-LOOK-CODE
               SET CODE-FOUND TO TRUE
           ELSE
               SET CAT-IDX UP BY 1
           END-IF
           .
       FIND-DEPT-CODE.
           SET CODE-NOT-FOUND TO TRUE
           SET DEPT-IDX TO 1
           PERFORM SCAN-DEPT-CODES
               UNTIL DEPT-IDX > WS-DEPT-COUNT OR CODE-FOUND
           .
       SCAN-DEPT-CODES.
           IF WS-DEPT-CODE(DEPT-IDX) = WS-LOOK-CODE
               SET CODE-FOUND TO TRUE
           ELSE
               SET DEPT-IDX UP BY 1
           END-IF
           .
       OPEN-TENANT-MASTER.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS = '00'
               SET TENANT-MASTER-OPEN TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- EVERY ROW OF EVERY TABLE THROUGH THE SAME EDITS, PLUS A
      *     DUPLICATE-KEY CHECK (THE READERS TAKE THE FIRST MATCH, SO
      *     A SECOND ROW FOR THE SAME KEY IS SILENTLY IGNORED) --------
       PRINT-TABLE-CHECK.
           DISPLAY '        REFERENCE TABLE CHECK  ' DF-MMDDYYYY
           DISPLAY ' '
           PERFORM LOAD-REFERENCE-LISTS
           PERFORM OPEN-TENANT-MASTER
           PERFORM CHECK-ONE-TABLE
               VARYING TL-IDX FROM 1 BY 1 UNTIL TL-IDX > 13
           IF TENANT-MASTER-OPEN
               CLOSE TENANT-MASTER
           END-IF
           .
       CHECK-ONE-TABLE.
           MOVE WS-TABLE-LIST-NAME(TL-IDX) TO WS-TABLE-NAME
           PERFORM SET-TABLE-DEFINITION
           PERFORM LOAD-TABLE-ROWS
           IF TABLE-NOT-ON-FILE
               DISPLAY WS-TABLE-NAME
                       '  NOT ON FILE -- SEEDED BY ITS READER'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-BAD-COUNT
           PERFORM CHECK-ONE-TABLE-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > WS-ROW-COUNT
           DISPLAY WS-TABLE-NAME '  ' WS-ROW-COUNT ' ROWS  '
                   WS-BAD-COUNT ' BAD'
           IF WS-ROW-COUNT > WS-ROW-LIMIT
               DISPLAY '          MORE ROWS THAN THE READER HOLDS ('
                       WS-ROW-LIMIT ')'
           END-IF
           .
       CHECK-ONE-TABLE-ROW.
           MOVE WS-ROW-ENTRY(ROW-IDX) TO WS-CHECK-IMAGE
           PERFORM VALIDATE-ROW-IMAGE
           IF WS-ROW-ERROR = SPACES AND WS-KEY-LEN > 0
               MOVE WS-CHECK-IMAGE TO WS-KEY-IMAGE
               PERFORM EXTRACT-ROW-KEY
               MOVE WS-ROW-KEY TO WS-CHECK-KEY
               PERFORM CHECK-DUPLICATE-KEY
                   VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= ROW-IDX
           END-IF
           IF WS-ROW-ERROR NOT = SPACES
               ADD 1 TO WS-BAD-COUNT
               SET WS-ROW-NO TO ROW-IDX
               DISPLAY '    ROW ' WS-ROW-NO ': ' WS-CHECK-IMAGE
               DISPLAY '             ' WS-ROW-ERROR
           END-IF
           .
       CHECK-DUPLICATE-KEY.
           MOVE WS-ROW-ENTRY(WS-DUP-IDX) TO WS-KEY-IMAGE
           PERFORM EXTRACT-ROW-KEY
           IF WS-ROW-KEY = WS-CHECK-KEY
                   AND WS-ROW-ERROR = SPACES
               MOVE 'DUPLICATE KEY -- READER USES THE FIRST'
                   TO WS-ROW-ERROR
           END-IF
           .
      *-----------------------------------------------------------------
       PRINT-CHANGE-LOG.
           DISPLAY '        REFERENCE TABLE CHANGE LOG'
           IF WS-REPORT-TABLE NOT = SPACES
               DISPLAY '        TABLE ' WS-REPORT-TABLE
           END-IF
           DISPLAY ' '
           DISPLAY 'DATE     TIME  BY   TABLE     ACTION  KEY'
           SET WS-TB-EOF-SW TO 0
           OPEN INPUT TABLE-CHANGE-LOG
           IF WS-TB-STATUS NOT = '00'
               DISPLAY 'NO TABLE CHANGES ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHANGE-LOG
           PERFORM PRINT-ONE-CHANGE UNTIL END-OF-CHANGE-LOG
           CLOSE TABLE-CHANGE-LOG
           .
       READ-CHANGE-LOG.
           READ TABLE-CHANGE-LOG NEXT RECORD
               AT END
                   SET END-OF-CHANGE-LOG TO TRUE
           END-READ
           .
       PRINT-ONE-CHANGE.
           IF WS-REPORT-TABLE = SPACES
                   OR WS-REPORT-TABLE = TB-TABLE-NAME
               DISPLAY TB-DATE ' ' TB-TIME ' ' TB-OPERATOR '  '
                       TB-TABLE-NAME '  ' TB-ACTION '  ' TB-ROW-KEY
               IF NOT TB-IS-ADD
                   DISPLAY '    BEFORE: ' TB-BEFORE-IMAGE
               END-IF
               IF NOT TB-IS-DELETE
                   DISPLAY '    AFTER:  ' TB-AFTER-IMAGE
               END-IF
           END-IF
           PERFORM READ-CHANGE-LOG
           .
