       IDENTIFICATION DIVISION.
       PROGRAM-ID. W9MNT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    W9MNT -- TAXPAYER ID / W-9 MAINTENANCE.  A MANAGER-LEVEL PIN
      *    OPENS THE SCREEN (AUTHCHK FUNCTION 'TAXID'); THE CONSIGNOR
      *    IS KEYED BY TENANT NUMBER AND THE TIN ON FILE SHOWS MASKED
      *    THROUGH TINMASK -- THE WHOLE NUMBER IS NEVER DISPLAYED.  A
      *    NEW TIN, ITS TYPE (S = SSN, E = EIN), AND THE DATE THE
      *    SIGNED W-9 CAME IN ARE KEYED AND WRITTEN TO THE TAXIDS
      *    FILE UNDER THE MANAGER'S INITIALS.  LEAVING THE TIN BLANK
      *    KEEPS THE ONE ON FILE.  A CONSIGNOR WITH NO W-9 DATE IS
      *    SUBJECT TO BACKUP WITHHOLDING IN CMSPAY.
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
           SELECT TAXPAYER-ID-FILE
               ASSIGN TO 'TAXIDS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-TENANT-ID
               FILE STATUS IS WS-TI-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  TAXPAYER-ID-FILE.
       COPY TAXID.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-TI-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-TI-FOUND-SW    PIC 9 VALUE 0.
             88 TAXPAYER-ROW-FOUND     VALUE 1.
             88 TAXPAYER-ROW-NOT-FOUND VALUE 0.
       01 WS-W9-ISO            PIC 9(8) VALUE ZEROS.
       01 WS-W9-ENTRY.
          03 WS-W9-MM          PIC 9(2).
          03 WS-W9-DD          PIC 9(2).
          03 WS-W9-YYYY        PIC 9(4).
       COPY DATEFMT.
       COPY AUTHCHK.
       COPY TINMASK.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 TAXID-AUTHORIZED       VALUE 1.
             88 TAXID-NOT-AUTHORIZED   VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-TIN-ON-FILE       PIC X(11) VALUE SPACES.
       01 SC-W9-ON-FILE        PIC 9(8) VALUE ZEROS.
       01 SC-NEW-TIN           PIC X(9) VALUE SPACES.
       01 SC-TIN-TYPE          PIC X VALUE SPACES.
       01 SC-W9-DATE           PIC 9(8) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 26 VALUE 'Taxpayer ID / W-9 Maintenance'
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
       01 W9MNT-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 26 VALUE 'Taxpayer ID / W-9 Maintenance'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 05 VALUE 'Tenant No.'.
          03 LINE 06 COLUMN 18 PIC 9(6)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-TENANT-ID.
          03 LINE 07 COLUMN 11 VALUE 'Name'.
          03 LINE 07 COLUMN 18 PIC X(30)
                               FROM SC-NAME.
          03 LINE 08 COLUMN 04 VALUE 'TIN on File'.
          03 LINE 08 COLUMN 18 PIC X(11)
                               FROM SC-TIN-ON-FILE.
          03 LINE 09 COLUMN 04 VALUE 'W-9 on File'.
          03 LINE 09 COLUMN 18 PIC 99/99/9999
                               FROM SC-W9-ON-FILE.
          03 LINE 11 COLUMN 08 VALUE 'New TIN'.
          03 LINE 11 COLUMN 18 PIC X(9)
                               REVERSE-VIDEO
                               USING SC-NEW-TIN.
          03 LINE 11 COLUMN 29 VALUE '(9 DIGITS, BLANK = KEEP)'.
          03 LINE 12 COLUMN 07 VALUE 'TIN Type'.
          03 LINE 12 COLUMN 18 PIC X
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-TIN-TYPE.
          03 LINE 12 COLUMN 29 VALUE '(S = SSN, E = EIN)'.
          03 LINE 13 COLUMN 03 VALUE 'W-9 Received'.
          03 LINE 13 COLUMN 18 PIC 9(8)
                               REVERSE-VIDEO
                               USING SC-W9-DATE.
          03 LINE 13 COLUMN 29 VALUE '(MMDDYYYY, ZERO = NONE)'.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           PERFORM GET-TAXID-AUTHORITY
           IF TAXID-AUTHORIZED
               PERFORM RUN-TAXID-SCREEN
           END-IF
           STOP RUN
           .
      * --- A TAXPAYER ID IS MANAGER-ONLY ON THE FUNCAUTH MATRIX, LIKE
      *     A FEE WAIVER -----------------------------------------------
       GET-TAXID-AUTHORITY.
           SET TAXID-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL TAXID-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'TAXID   ' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET TAXID-AUTHORIZED TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-TAXID-SCREEN.
           OPEN INPUT TENANT-MASTER
           OPEN I-O TAXPAYER-ID-FILE
           IF WS-TI-STATUS = '35'
               OPEN OUTPUT TAXPAYER-ID-FILE
               CLOSE TAXPAYER-ID-FILE
               OPEN I-O TAXPAYER-ID-FILE
           END-IF
           PERFORM MAINTAIN-ONE-TAXPAYER UNTIL F1-PRESSED
           CLOSE TAXPAYER-ID-FILE
           CLOSE TENANT-MASTER
           .
       MAINTAIN-ONE-TAXPAYER.
           MOVE ZEROS TO SC-TENANT-ID SC-W9-ON-FILE SC-W9-DATE
           MOVE SPACES TO SC-NAME SC-TIN-ON-FILE SC-NEW-TIN
                          SC-TIN-TYPE
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-TAXPAYER-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-TAXPAYER-ROW
           END-IF
           .
      * --- F2 (OR A NEW TENANT NUMBER) JUST LOOKS THE CONSIGNOR UP
      *     AND SHOWS WHAT IS ON FILE; ENTER ON THE SAME TENANT WITH
      *     THE FIELDS FILLED IN SAVES ---------------------------------
       ACCEPT-TAXPAYER-ENTRY.
           DISPLAY W9MNT-SCREEN
           ACCEPT W9MNT-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-TAXPAYER
               WHEN OTHER
                   PERFORM LOOKUP-TAXPAYER
                   IF SC-NAME NOT = SPACES
                       PERFORM VALIDATE-TAXPAYER-FIELDS
                   END-IF
           END-EVALUATE
           .
      * --- A MOVED-OUT CONSIGNOR IS OFF THE MASTER BUT MAY STILL BE
      *     ON TAXIDS; THE ROW IS MAINTAINABLE EITHER WAY --------------
       LOOKUP-TAXPAYER.
           MOVE SPACES TO SC-NAME SC-TIN-ON-FILE
           MOVE ZEROS TO SC-W9-ON-FILE
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               STRING TM-FIRST DELIMITED BY SPACE
                      ' ' TM-LAST-NAME DELIMITED BY SIZE
                      INTO SC-NAME
           END-IF
           SET TAXPAYER-ROW-NOT-FOUND TO TRUE
           MOVE SC-TENANT-ID TO TI-TENANT-ID
           READ TAXPAYER-ID-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TI-STATUS = '00'
               SET TAXPAYER-ROW-FOUND TO TRUE
               MOVE TI-TIN      TO TK-TIN-IN
               MOVE TI-TIN-TYPE TO TK-TIN-TYPE
               CALL 'TINMASK' USING TIN-MASK-PARAMS
               MOVE TK-TIN-OUT  TO SC-TIN-ON-FILE
               MOVE TI-W9-DATE  TO SC-W9-ON-FILE
               IF SC-TIN-TYPE = SPACES
                   MOVE TI-TIN-TYPE TO SC-TIN-TYPE
               END-IF
               IF SC-NAME = SPACES
                   MOVE '(MOVED OUT)' TO SC-NAME
               END-IF
           ELSE
               MOVE 'NOT ON FILE' TO SC-TIN-ON-FILE
           END-IF
           IF SC-NAME = SPACES
               MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
           END-IF
           .
       VALIDATE-TAXPAYER-FIELDS.
           INSPECT SC-TIN-TYPE
               CONVERTING 'se' TO 'SE'
           IF SC-W9-DATE NOT = ZEROS
               MOVE SC-W9-DATE TO WS-W9-ENTRY
               COMPUTE WS-W9-ISO = WS-W9-YYYY * 10000
                   + WS-W9-MM * 100 + WS-W9-DD
           END-IF
           EVALUATE TRUE
               WHEN SC-NEW-TIN = SPACES AND TAXPAYER-ROW-NOT-FOUND
                   MOVE 'NO TIN ON FILE -- KEY THE 9-DIGIT TIN'
                       TO SC-MESSAGE
               WHEN SC-NEW-TIN NOT = SPACES
                       AND SC-NEW-TIN IS NOT NUMERIC
                   MOVE 'TIN MUST BE 9 DIGITS, NO DASHES'
                       TO SC-MESSAGE
               WHEN SC-TIN-TYPE NOT = 'S' AND SC-TIN-TYPE NOT = 'E'
                   MOVE 'TIN TYPE MUST BE S OR E' TO SC-MESSAGE
               WHEN SC-W9-DATE NOT = ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-W9-ISO)
                           NOT = 0
                   MOVE 'W-9 DATE IS NOT A VALID MMDDYYYY DATE'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- THE ROW CARRIES WHO LAST TOUCHED IT AND WHEN; THE NEW TIN
      *     IS NEVER ECHOED BACK, ONLY ITS MASKED FORM ---------------
       SAVE-TAXPAYER-ROW.
           IF TAXPAYER-ROW-NOT-FOUND
               INITIALIZE TAXPAYER-ID-RECORD
               MOVE SC-TENANT-ID TO TI-TENANT-ID
           END-IF
           IF SC-NEW-TIN NOT = SPACES
               MOVE SC-NEW-TIN TO TI-TIN
           END-IF
           MOVE SC-TIN-TYPE         TO TI-TIN-TYPE
           MOVE SC-W9-DATE          TO TI-W9-DATE
           MOVE DF-MMDDYYYY         TO TI-CHANGED-DATE
           MOVE WS-MANAGER-INITIALS TO TI-CHANGED-BY
           IF TAXPAYER-ROW-FOUND
               REWRITE TAXPAYER-ID-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE TAXIDS' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'TAXPAYER ID UPDATED' TO SC-MESSAGE
               END-REWRITE
           ELSE
               WRITE TAXPAYER-ID-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO ADD TO TAXIDS' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'TAXPAYER ID ADDED' TO SC-MESSAGE
               END-WRITE
           END-IF
           MOVE SPACES TO SC-NEW-TIN
           MOVE TI-TIN      TO TK-TIN-IN
           MOVE TI-TIN-TYPE TO TK-TIN-TYPE
           CALL 'TINMASK' USING TIN-MASK-PARAMS
           MOVE TK-TIN-OUT  TO SC-TIN-ON-FILE
           MOVE TI-W9-DATE  TO SC-W9-ON-FILE
           DISPLAY W9MNT-SCREEN
           .
