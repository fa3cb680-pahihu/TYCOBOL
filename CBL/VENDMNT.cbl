       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    VENDMNT -- VENDOR MASTER MAINTENANCE.  THE SHOP'S OWN
      *    PAYEES -- THE ELECTRIC COMPANY, THE CLEANING SERVICE, THE
      *    LOCKSMITH AND THE OTHER REPAIR CONTRACTORS ON THE WORK
      *    ORDERS -- GET A VENDOR NUMBER AND A NAME AND ADDRESS THE
      *    BILL-PAY CHECKS PRINT FROM.  THE SCREEN ADDS VENDORS
      *    (VENDOR NO. 0) AND UPDATES EXISTING ONES; A VENDOR NO
      *    LONGER USED IS SET INACTIVE RATHER THAN DELETED, SO THE
      *    CHECKS ALREADY WRITTEN TO IT STILL NAME SOMEBODY.  THE
      *    DEFAULT GL ACCOUNT (FROM GLACCTS) IS WHAT A NEW BILL FROM
      *    THE VENDOR IS CHARGED TO UNLESS APBILL IS TOLD OTHERWISE.
      *      "GNUMAIN VENDMNT"        THE MAINTENANCE SCREEN
      *      "GNUMAIN VENDMNT LIST"   EVERY VENDOR ON FILE
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VM-STATUS.
           SELECT VENDOR-COUNTER
               ASSIGN TO 'VENDCTR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-VC-RRN
               FILE STATUS IS WS-VC-STATUS.
           SELECT GL-ACCOUNT-TABLE
               ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER.
       COPY VENDMAST.
       FD  VENDOR-COUNTER.
       COPY VENDCTR.
       FD  GL-ACCOUNT-TABLE.
       COPY GLACCTS.
       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS         PIC XX VALUE '00'.
       01 WS-VC-STATUS         PIC XX VALUE '00'.
       01 WS-GL-STATUS         PIC XX VALUE '00'.
       01 WS-VC-RRN            PIC 9(4) COMP VALUE 1.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-LIST              VALUE 'LIST'.
       01 WS-SWITCHES.
          03 WS-VM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-VENDOR-MASTER   VALUE 1.
          03 WS-GL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GL-TABLE        VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-NEW-VENDOR-SW  PIC 9 VALUE 0.
             88 VENDOR-IS-NEW          VALUE 1.
             88 VENDOR-ON-FILE         VALUE 0.
          03 WS-OPER-SW        PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN     VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN VALUE 0.
          03 WS-ACCT-SW        PIC 9 VALUE 0.
             88 ACCOUNT-ON-CHART       VALUE 1.
             88 ACCOUNT-NOT-ON-CHART   VALUE 0.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
      * --- THE CHART OF ACCOUNTS, FOR CHECKING THE DEFAULT ACCOUNT --
       01 WS-GL-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-GL-TABLE.
          03 WS-GL-ENTRY       OCCURS 100 TIMES INDEXED BY GL-IDX.
             05 WS-GL-ACCT          PIC 9(4).
             05 WS-GL-NAME          PIC X(20).
       01 WS-VENDOR-COUNT      PIC 9(4) VALUE ZEROS.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
       01 SC-VENDOR-NO         PIC 9(6) VALUE ZEROS.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-CONTACT           PIC X(25) VALUE SPACES.
       01 SC-ADDRESS-LINE-1    PIC X(50) VALUE SPACES.
       01 SC-CITY              PIC X(40) VALUE SPACES.
       01 SC-STATE-COUNTRY     PIC X(20) VALUE SPACES.
       01 SC-POSTAL-CODE       PIC X(15) VALUE SPACES.
       01 SC-TELEPHONE         PIC X(30) VALUE SPACES.
       01 SC-ACCOUNT-REF       PIC X(20) VALUE SPACES.
       01 SC-DEFAULT-ACCOUNT   PIC 9(4) VALUE ZEROS.
       01 SC-ACCOUNT-NAME      PIC X(20) VALUE SPACES.
       01 SC-STATUS            PIC X VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 30 VALUE 'Vendor Maintenance'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Operator PIN:'.
          03 LINE 10 COLUMN 39 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-OPERATOR-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
       01 VENDOR-KEY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 30 VALUE 'Vendor Maintenance'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 17 VALUE 'Vendor No. (0 = NEW):'.
          03 LINE 10 COLUMN 40 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-VENDOR-NO.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
       01 VENDOR-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 30 VALUE 'Vendor Maintenance'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 04 VALUE 'Vendor No.'.
          03 LINE 04 COLUMN 18 PIC 9(6)
                               FROM SC-VENDOR-NO.
          03 LINE 06 COLUMN 04 VALUE 'Name     '.
          03 LINE 06 COLUMN 18 PIC X(30)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-NAME.
          03 LINE 07 COLUMN 04 VALUE 'Contact  '.
          03 LINE 07 COLUMN 18 PIC X(25)
                               REVERSE-VIDEO
                               USING SC-CONTACT.
          03 LINE 09 COLUMN 04 VALUE 'Address  '.
          03 LINE 09 COLUMN 18 PIC X(50)
                               REVERSE-VIDEO
                               USING SC-ADDRESS-LINE-1.
          03 LINE 10 COLUMN 04 VALUE 'City     '.
          03 LINE 10 COLUMN 18 PIC X(40)
                               REVERSE-VIDEO
                               USING SC-CITY.
          03 LINE 11 COLUMN 04 VALUE 'State    '.
          03 LINE 11 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-STATE-COUNTRY.
          03 LINE 11 COLUMN 42 VALUE 'Zip'.
          03 LINE 11 COLUMN 47 PIC X(15)
                               REVERSE-VIDEO
                               USING SC-POSTAL-CODE.
          03 LINE 12 COLUMN 04 VALUE 'Telephone'.
          03 LINE 12 COLUMN 18 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-TELEPHONE.
          03 LINE 14 COLUMN 04 VALUE 'Our Acct #'.
          03 LINE 14 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-ACCOUNT-REF.
          03 LINE 14 COLUMN 40 VALUE '(PRINTED ON THE CHECK MEMO)'.
          03 LINE 15 COLUMN 04 VALUE 'GL Account'.
          03 LINE 15 COLUMN 18 PIC 9(4)
                               REVERSE-VIDEO
                               USING SC-DEFAULT-ACCOUNT.
          03 LINE 15 COLUMN 24 PIC X(20)
                               FROM SC-ACCOUNT-NAME.
          03 LINE 15 COLUMN 46 VALUE '(DEFAULT FOR NEW BILLS)'.
          03 LINE 17 COLUMN 04 VALUE 'Status   '.
          03 LINE 17 COLUMN 18 PIC X
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-STATUS.
          03 LINE 17 COLUMN 22 VALUE 'A=ACTIVE I=INACTIVE'.
          03 LINE 19 COLUMN 04 VALUE 'Message:'.
          03 LINE 19 COLUMN 13 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Cancel This Vendor Entry'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-LIST
                   PERFORM PRINT-VENDOR-LIST
               WHEN OTHER
                   PERFORM RUN-VENDOR-SCREEN
           END-EVALUATE
           STOP RUN
           .
      *-----------------------------------------------------------------
       RUN-VENDOR-SCREEN.
           PERFORM LOAD-GL-TABLE
           IF WS-GL-COUNT = ZEROS
               DISPLAY 'GL ACCOUNT TABLE (GLACCTS) NOT ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM OPEN-VENDOR-MASTER
               PERFORM EDIT-ONE-VENDOR UNTIL F1-PRESSED
               CLOSE VENDOR-MASTER
           END-IF
           .
      * --- OPERATOR PIN GATE, SAME AS CMSPLN'S ------------------------
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
       OPEN-VENDOR-MASTER.
           OPEN I-O VENDOR-MASTER
           IF WS-VM-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF
           .
      * --- THE CHART IS GLPOST'S GLACCTS TABLE; ONLY THE ACCOUNT
      *     NUMBERS AND NAMES MATTER HERE ------------------------------
       LOAD-GL-TABLE.
           MOVE ZEROS TO WS-GL-COUNT
           OPEN INPUT GL-ACCOUNT-TABLE
           IF WS-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-GL-TABLE
           PERFORM STORE-GL-ENTRY UNTIL END-OF-GL-TABLE
           CLOSE GL-ACCOUNT-TABLE
           .
       READ-GL-TABLE.
           READ GL-ACCOUNT-TABLE NEXT RECORD
               AT END
                   SET END-OF-GL-TABLE TO TRUE
           END-READ
           .
       STORE-GL-ENTRY.
           IF WS-GL-COUNT < 100
               ADD 1 TO WS-GL-COUNT
               MOVE GL-ACCOUNT-NO   TO WS-GL-ACCT(WS-GL-COUNT)
               MOVE GL-ACCOUNT-NAME TO WS-GL-NAME(WS-GL-COUNT)
           END-IF
           PERFORM READ-GL-TABLE
           .
       FIND-GL-ACCOUNT.
           SET ACCOUNT-NOT-ON-CHART TO TRUE
           MOVE SPACES TO SC-ACCOUNT-NAME
           SET GL-IDX TO 1
           SEARCH WS-GL-ENTRY
               AT END
                   CONTINUE
               WHEN GL-IDX > WS-GL-COUNT
                   CONTINUE
               WHEN WS-GL-ACCT(GL-IDX) = SC-DEFAULT-ACCOUNT
                   SET ACCOUNT-ON-CHART TO TRUE
                   MOVE WS-GL-NAME(GL-IDX) TO SC-ACCOUNT-NAME
           END-SEARCH
           .
      *-----------------------------------------------------------------
       EDIT-ONE-VENDOR.
           MOVE ZEROS TO SC-VENDOR-NO
           DISPLAY VENDOR-KEY-SCREEN
           ACCEPT VENDOR-KEY-SCREEN
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OR-START-VENDOR
           IF VENDOR-IS-NEW OR WS-VM-STATUS = '00'
               SET ENTRY-NOT-VALID TO TRUE
               PERFORM ACCEPT-VENDOR-DETAIL
                   UNTIL ENTRY-IS-VALID OR F1-PRESSED
               IF ENTRY-IS-VALID
                   PERFORM SAVE-VENDOR
               END-IF
      * --- F1 OFF THE DETAIL SCREEN DROPS THIS VENDOR, NOT THE RUN ---
               MOVE ZEROS TO KEYBOARD-STATUS
           END-IF
           .
       LOAD-OR-START-VENDOR.
           MOVE SPACES TO SC-NAME SC-CONTACT SC-ADDRESS-LINE-1 SC-CITY
                          SC-STATE-COUNTRY SC-POSTAL-CODE SC-TELEPHONE
                          SC-ACCOUNT-REF SC-ACCOUNT-NAME SC-STATUS
                          SC-MESSAGE
           MOVE ZEROS TO SC-DEFAULT-ACCOUNT
           IF SC-VENDOR-NO = ZEROS
               SET VENDOR-IS-NEW TO TRUE
               MOVE 'A' TO SC-STATUS
           ELSE
               SET VENDOR-ON-FILE TO TRUE
               MOVE SC-VENDOR-NO TO VM-VENDOR-NO
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE 'VENDOR NOT ON FILE' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE VM-NAME            TO SC-NAME
                       MOVE VM-CONTACT         TO SC-CONTACT
                       MOVE VM-ADDRESS-LINE-1  TO SC-ADDRESS-LINE-1
                       MOVE VM-CITY            TO SC-CITY
                       MOVE VM-STATE-COUNTRY   TO SC-STATE-COUNTRY
                       MOVE VM-POSTAL-CODE     TO SC-POSTAL-CODE
                       MOVE VM-TELEPHONE       TO SC-TELEPHONE
                       MOVE VM-ACCOUNT-REF     TO SC-ACCOUNT-REF
                       MOVE VM-DEFAULT-ACCOUNT TO SC-DEFAULT-ACCOUNT
                       MOVE VM-STATUS          TO SC-STATUS
                       PERFORM FIND-GL-ACCOUNT
               END-READ
           END-IF
           .
       ACCEPT-VENDOR-DETAIL.
           DISPLAY VENDOR-SCREEN
           ACCEPT VENDOR-SCREEN
           IF NOT F1-PRESSED
               PERFORM VALIDATE-VENDOR-FIELDS
           END-IF
           .
       VALIDATE-VENDOR-FIELDS.
           MOVE SPACES TO SC-MESSAGE
           INSPECT SC-STATUS
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO SC-ACCOUNT-NAME
           IF SC-DEFAULT-ACCOUNT NOT = ZEROS
               PERFORM FIND-GL-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN SC-NAME = SPACES
                   MOVE 'VENDOR NAME IS REQUIRED' TO SC-MESSAGE
               WHEN SC-ADDRESS-LINE-1 = SPACES OR SC-CITY = SPACES
                   MOVE 'ADDRESS AND CITY ARE NEEDED FOR THE CHECK'
                       TO SC-MESSAGE
               WHEN SC-DEFAULT-ACCOUNT NOT = ZEROS
                       AND ACCOUNT-NOT-ON-CHART
                   MOVE 'GL ACCOUNT NOT ON THE GLACCTS CHART'
                       TO SC-MESSAGE
               WHEN SC-STATUS NOT = 'A' AND SC-STATUS NOT = 'I'
                   MOVE 'STATUS MUST BE A OR I' TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
       SAVE-VENDOR.
           IF VENDOR-IS-NEW
               PERFORM GET-NEXT-VENDOR-NO
               MOVE SC-VENDOR-NO TO VM-VENDOR-NO
               MOVE DF-MMDDYYYY  TO VM-ADDED-DATE
           END-IF
           MOVE SC-NAME              TO VM-NAME
           MOVE SC-CONTACT           TO VM-CONTACT
           MOVE SC-ADDRESS-LINE-1    TO VM-ADDRESS-LINE-1
           MOVE SC-CITY              TO VM-CITY
           MOVE SC-STATE-COUNTRY     TO VM-STATE-COUNTRY
           MOVE SC-POSTAL-CODE       TO VM-POSTAL-CODE
           MOVE SC-TELEPHONE         TO VM-TELEPHONE
           MOVE SC-ACCOUNT-REF       TO VM-ACCOUNT-REF
           MOVE SC-DEFAULT-ACCOUNT   TO VM-DEFAULT-ACCOUNT
           MOVE SC-STATUS            TO VM-STATUS
           IF VENDOR-IS-NEW
               WRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO FILE VENDOR' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO SC-MESSAGE
                       STRING 'VENDOR ' VM-VENDOR-NO ' ADDED'
                           DELIMITED BY SIZE INTO SC-MESSAGE
               END-WRITE
           ELSE
               REWRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE VENDOR' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO SC-MESSAGE
                       STRING 'VENDOR ' VM-VENDOR-NO ' UPDATED'
                           DELIMITED BY SIZE INTO SC-MESSAGE
               END-REWRITE
           END-IF
           .
      * --- SAME SINGLE-RECORD COUNTER PATTERN THE WORK-ORDER NUMBERS
      *     USE --------------------------------------------------------
       GET-NEXT-VENDOR-NO.
           MOVE 1 TO WS-VC-RRN
           OPEN I-O VENDOR-COUNTER
           IF WS-VC-STATUS = '35'
               OPEN OUTPUT VENDOR-COUNTER
               MOVE ZEROS TO VC-LAST-VENDOR-NO
               WRITE VENDOR-COUNTER-RECORD
               CLOSE VENDOR-COUNTER
               OPEN I-O VENDOR-COUNTER
           END-IF
           READ VENDOR-COUNTER
               INVALID KEY
                   MOVE ZEROS TO VC-LAST-VENDOR-NO
           END-READ
           ADD 1 TO VC-LAST-VENDOR-NO
           REWRITE VENDOR-COUNTER-RECORD
               INVALID KEY
                   WRITE VENDOR-COUNTER-RECORD
           END-REWRITE
           MOVE VC-LAST-VENDOR-NO TO SC-VENDOR-NO
           CLOSE VENDOR-COUNTER
           .
      *-----------------------------------------------------------------
       PRINT-VENDOR-LIST.
           DISPLAY '        VENDOR MASTER'
           DISPLAY ' '
           OPEN INPUT VENDOR-MASTER
           IF WS-VM-STATUS NOT = '00'
               DISPLAY 'NO VENDORS ON FILE'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'VENDOR NAME                           '
                   'TELEPHONE            ACCT  STATUS'
           MOVE ZEROS TO VM-VENDOR-NO
           START VENDOR-MASTER KEY IS NOT LESS THAN VM-VENDOR-NO
               INVALID KEY
                   SET END-OF-VENDOR-MASTER TO TRUE
           END-START
           PERFORM READ-VENDOR-MASTER
           PERFORM LIST-ONE-VENDOR UNTIL END-OF-VENDOR-MASTER
           CLOSE VENDOR-MASTER
           DISPLAY ' '
           DISPLAY 'VENDORS ON FILE: ' WS-VENDOR-COUNT
           .
       READ-VENDOR-MASTER.
           READ VENDOR-MASTER NEXT RECORD
               AT END
                   SET END-OF-VENDOR-MASTER TO TRUE
           END-READ
           .
       LIST-ONE-VENDOR.
           ADD 1 TO WS-VENDOR-COUNT
           DISPLAY VM-VENDOR-NO ' ' VM-NAME ' ' VM-TELEPHONE(1:20)
                   ' ' VM-DEFAULT-ACCOUNT '  ' VM-STATUS
           PERFORM READ-VENDOR-MASTER
           .
