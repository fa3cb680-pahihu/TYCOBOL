       IDENTIFICATION DIVISION.
       PROGRAM-ID. APBILL.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    APBILL -- SHOP BILL ENTRY AND THE DUE-BILLS LIST.  EVERY
      *    BILL THE SHOP OWES (UTILITIES, SUPPLIES, THE CONTRACTOR WHO
      *    FIXED A BOOTH) IS KEYED HERE AGAINST A VENDMNT VENDOR WITH
      *    ITS INVOICE NUMBER, DUE DATE, AMOUNT, AND THE GLACCTS
      *    EXPENSE ACCOUNT IT IS CHARGED TO (0 = THE VENDOR'S
      *    DEFAULT).  A BILL FOR A WORK ORDER CARRIES THE ORDER
      *    NUMBER AND IS CHARGED TO MAINTENANCE PAYABLE (MPAY),
      *    BECAUSE GLPOST HAS ALREADY EXPENSED THE ORDER'S COST WHEN
      *    IT WAS COMPLETED.  A BILL STAYS OPEN UNTIL BILLPAY PAYS
      *    IT; AN OPEN BILL ENTERED IN ERROR IS CANCELLED (X), AND A
      *    PAID BILL CANNOT BE CHANGED.
      *      "GNUMAIN APBILL"              THE BILL-ENTRY SCREEN
      *      "GNUMAIN APBILL DUE [DAYS]"   OPEN BILLS DUE WITHIN DAYS
      *                                    (DEFAULT 7), PAST DUE FIRST
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT AP-BILL-FILE
               ASSIGN TO 'APBILLS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-BILL-NO
               FILE STATUS IS WS-BL-STATUS.
           SELECT BILL-COUNTER
               ASSIGN TO 'BILLCTR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BN-RRN
               FILE STATUS IS WS-BN-STATUS.
           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VM-STATUS.
           SELECT WORK-ORDER-FILE
               ASSIGN TO 'WORKORDS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ORDER-NO
               FILE STATUS IS WS-WO-STATUS.
           SELECT GL-ACCOUNT-TABLE
               ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AP-BILL-FILE.
       COPY APBILL.
       FD  BILL-COUNTER.
       COPY BILLCTR.
       FD  VENDOR-MASTER.
       COPY VENDMAST.
       FD  WORK-ORDER-FILE.
       COPY WORKORD.
       FD  GL-ACCOUNT-TABLE.
       COPY GLACCTS.
       WORKING-STORAGE SECTION.
       01 WS-BL-STATUS         PIC XX VALUE '00'.
       01 WS-BN-STATUS         PIC XX VALUE '00'.
       01 WS-VM-STATUS         PIC XX VALUE '00'.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-GL-STATUS         PIC XX VALUE '00'.
       01 WS-BN-RRN            PIC 9(4) COMP VALUE 1.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-DUE               VALUE 'DUE'.
       01 WS-SWITCHES.
          03 WS-BL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-AP-BILLS        VALUE 1.
          03 WS-GL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GL-TABLE        VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-NEW-BILL-SW    PIC 9 VALUE 0.
             88 BILL-IS-NEW            VALUE 1.
             88 BILL-ON-FILE           VALUE 0.
          03 WS-OPER-SW        PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN     VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN VALUE 0.
          03 WS-ACCT-SW        PIC 9 VALUE 0.
             88 ACCOUNT-ON-CHART       VALUE 1.
             88 ACCOUNT-NOT-ON-CHART   VALUE 0.
          03 WS-DUP-SW         PIC 9 VALUE 0.
             88 INVOICE-IS-DUPLICATE   VALUE 1.
             88 INVOICE-NOT-DUPLICATE  VALUE 0.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
      * --- THE CHART OF ACCOUNTS, FOR THE EXPENSE ACCOUNT AND THE
      *     MPAY ACCOUNT A WORK-ORDER BILL IS CHARGED TO ---------------
       01 WS-GL-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-GL-TABLE.
          03 WS-GL-ENTRY       OCCURS 100 TIMES INDEXED BY GL-IDX.
             05 WS-GL-SOURCE        PIC X(4).
             05 WS-GL-ACCT          PIC 9(4).
             05 WS-GL-NAME          PIC X(20).
       01 WS-MPAY-ACCT         PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-ACCT       PIC 9(4) VALUE ZEROS.
       01 WS-CHECK-BILL-NO     PIC 9(6) VALUE ZEROS.
      * --- DUE-DATE WORK FIELDS --------------------------------------
       01 WS-DUE-DT.
          03 WS-DUE-MM         PIC 9(2).
          03 WS-DUE-DD         PIC 9(2).
          03 WS-DUE-YYYY       PIC 9(4).
       01 WS-DUE-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-DUE-INT           PIC S9(8) COMP.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-CUTOFF-INT        PIC S9(8) COMP.
       01 WS-DAYS-AHEAD        PIC 9(3) VALUE 7.
      * --- DUE-LIST WORK TABLE: THE OPEN BILLS DUE BY THE CUTOFF,
      *     PRINTED IN DUE-DATE ORDER WITH PRINTED ROWS MARKED OFF -----
       01 WS-DUE-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-DUE-TABLE.
          03 WS-DUE-ENTRY      OCCURS 300 TIMES INDEXED BY DU-IDX.
             05 WS-DU-INT           PIC S9(8) COMP.
             05 WS-DU-BILL-NO       PIC 9(6).
             05 WS-DU-VENDOR-NO     PIC 9(6).
             05 WS-DU-INVOICE-NO    PIC X(15).
             05 WS-DU-DUE-DATE      PIC 9(8).
             05 WS-DU-AMOUNT        PIC 9(6)V9(2).
             05 WS-DU-PRINTED       PIC X.
       01 WS-LOW-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-SCAN-IDX          PIC 9(3) VALUE ZEROS.
       01 WS-LISTED-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-DUE-FLAG          PIC X(8) VALUE SPACES.
       01 WS-DUE-TOTAL         PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-PAST-DUE-TOTAL    PIC 9(7)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
       01 SC-BILL-NO           PIC 9(6) VALUE ZEROS.
       01 SC-VENDOR-NO         PIC 9(6) VALUE ZEROS.
       01 SC-VENDOR-NAME       PIC X(30) VALUE SPACES.
       01 SC-INVOICE-NO        PIC X(15) VALUE SPACES.
       01 SC-DESCRIPTION       PIC X(30) VALUE SPACES.
       01 SC-DUE-DATE          PIC 9(8) VALUE ZEROS.
       01 SC-AMOUNT            PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-GL-ACCOUNT        PIC 9(4) VALUE ZEROS.
       01 SC-ACCOUNT-NAME      PIC X(20) VALUE SPACES.
       01 SC-WORK-ORDER-NO     PIC 9(6) VALUE ZEROS.
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
          03 LINE 02 COLUMN 32 VALUE 'Shop Bill Entry'
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
       01 BILL-KEY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 32 VALUE 'Shop Bill Entry'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 19 VALUE 'Bill No. (0 = NEW):'.
          03 LINE 10 COLUMN 40 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-BILL-NO.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
       01 BILL-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 32 VALUE 'Shop Bill Entry'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 04 VALUE 'Bill No. '.
          03 LINE 04 COLUMN 18 PIC 9(6)
                               FROM SC-BILL-NO.
          03 LINE 06 COLUMN 04 VALUE 'Vendor No.'.
          03 LINE 06 COLUMN 18 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-VENDOR-NO.
          03 LINE 06 COLUMN 26 PIC X(30)
                               FROM SC-VENDOR-NAME.
          03 LINE 07 COLUMN 04 VALUE 'Invoice  '.
          03 LINE 07 COLUMN 18 PIC X(15)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-INVOICE-NO.
          03 LINE 08 COLUMN 04 VALUE 'For      '.
          03 LINE 08 COLUMN 18 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-DESCRIPTION.
          03 LINE 10 COLUMN 04 VALUE 'Due Date '.
          03 LINE 10 COLUMN 18 PIC 9(8)
                               REVERSE-VIDEO
                               USING SC-DUE-DATE.
          03 LINE 10 COLUMN 28 VALUE '(MMDDYYYY)'.
          03 LINE 11 COLUMN 04 VALUE 'Amount   '.
          03 LINE 11 COLUMN 18 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-AMOUNT.
          03 LINE 13 COLUMN 04 VALUE 'GL Account'.
          03 LINE 13 COLUMN 18 PIC 9(4)
                               REVERSE-VIDEO
                               USING SC-GL-ACCOUNT.
          03 LINE 13 COLUMN 24 PIC X(20)
                               FROM SC-ACCOUNT-NAME.
          03 LINE 13 COLUMN 46 VALUE '(0 = VENDOR DEFAULT)'.
          03 LINE 14 COLUMN 04 VALUE 'Work Order'.
          03 LINE 14 COLUMN 18 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-WORK-ORDER-NO.
          03 LINE 14 COLUMN 26 VALUE '(0 = NONE)'.
          03 LINE 16 COLUMN 04 VALUE 'Status   '.
          03 LINE 16 COLUMN 18 PIC X
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-STATUS.
          03 LINE 16 COLUMN 22 VALUE 'O=OPEN X=CANCELLED'.
          03 LINE 18 COLUMN 04 VALUE 'Message:'.
          03 LINE 18 COLUMN 13 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Cancel This Bill Entry'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY)
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-DUE
                   PERFORM PRINT-DUE-BILLS
               WHEN OTHER
                   PERFORM RUN-BILL-SCREEN
           END-EVALUATE
           STOP RUN
           .
      *-----------------------------------------------------------------
       RUN-BILL-SCREEN.
           PERFORM LOAD-GL-TABLE
           IF WS-GL-COUNT = ZEROS
               DISPLAY 'GL ACCOUNT TABLE (GLACCTS) NOT ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               OPEN INPUT VENDOR-MASTER
               IF WS-VM-STATUS NOT = '00'
                   DISPLAY 'NO VENDORS ON FILE -- RUN VENDMNT FIRST'
               ELSE
                   OPEN INPUT WORK-ORDER-FILE
                   PERFORM OPEN-AP-BILL-FILE
                   PERFORM EDIT-ONE-BILL UNTIL F1-PRESSED
                   CLOSE AP-BILL-FILE
                   IF WS-WO-STATUS = '00'
                       CLOSE WORK-ORDER-FILE
                   END-IF
                   CLOSE VENDOR-MASTER
               END-IF
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
       OPEN-AP-BILL-FILE.
           OPEN I-O AP-BILL-FILE
           IF WS-BL-STATUS = '35'
               OPEN OUTPUT AP-BILL-FILE
               CLOSE AP-BILL-FILE
               OPEN I-O AP-BILL-FILE
           END-IF
           .
      * --- THE CHART IS GLPOST'S GLACCTS TABLE ------------------------
       LOAD-GL-TABLE.
           MOVE ZEROS TO WS-GL-COUNT WS-MPAY-ACCT
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
               MOVE GL-SOURCE-CODE  TO WS-GL-SOURCE(WS-GL-COUNT)
               MOVE GL-ACCOUNT-NO   TO WS-GL-ACCT(WS-GL-COUNT)
               MOVE GL-ACCOUNT-NAME TO WS-GL-NAME(WS-GL-COUNT)
               IF GL-SOURCE-CODE = 'MPAY'
                   MOVE GL-ACCOUNT-NO TO WS-MPAY-ACCT
               END-IF
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
               WHEN WS-GL-ACCT(GL-IDX) = WS-LOOKUP-ACCT
                   SET ACCOUNT-ON-CHART TO TRUE
                   MOVE WS-GL-NAME(GL-IDX) TO SC-ACCOUNT-NAME
           END-SEARCH
           .
      *-----------------------------------------------------------------
       EDIT-ONE-BILL.
           MOVE ZEROS TO SC-BILL-NO
           DISPLAY BILL-KEY-SCREEN
           ACCEPT BILL-KEY-SCREEN
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OR-START-BILL
           IF BILL-ON-FILE AND WS-BL-STATUS = '00'
                   AND NOT BL-IS-OPEN
               MOVE SPACES TO SC-MESSAGE
               IF BL-IS-PAID
                   STRING 'BILL PAID BY CHECK ' BL-CHECK-NO
                       ' -- NO CHANGES' DELIMITED BY SIZE
                       INTO SC-MESSAGE
               ELSE
                   MOVE 'BILL IS CANCELLED -- NO CHANGES'
                       TO SC-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BILL-IS-NEW OR WS-BL-STATUS = '00'
               SET ENTRY-NOT-VALID TO TRUE
               PERFORM ACCEPT-BILL-DETAIL
                   UNTIL ENTRY-IS-VALID OR F1-PRESSED
               IF ENTRY-IS-VALID
                   PERFORM SAVE-BILL
               END-IF
      * --- F1 OFF THE DETAIL SCREEN DROPS THIS BILL, NOT THE RUN -----
               MOVE ZEROS TO KEYBOARD-STATUS
           END-IF
           .
       LOAD-OR-START-BILL.
           MOVE SPACES TO SC-VENDOR-NAME SC-INVOICE-NO SC-DESCRIPTION
                          SC-ACCOUNT-NAME SC-STATUS SC-MESSAGE
           MOVE ZEROS TO SC-VENDOR-NO SC-DUE-DATE SC-AMOUNT
                         SC-GL-ACCOUNT SC-WORK-ORDER-NO
           IF SC-BILL-NO = ZEROS
               SET BILL-IS-NEW TO TRUE
               MOVE 'O' TO SC-STATUS
           ELSE
               SET BILL-ON-FILE TO TRUE
               MOVE SC-BILL-NO TO BL-BILL-NO
               READ AP-BILL-FILE
                   INVALID KEY
                       MOVE 'BILL NOT ON FILE' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE BL-VENDOR-NO     TO SC-VENDOR-NO
                       MOVE BL-INVOICE-NO    TO SC-INVOICE-NO
                       MOVE BL-DESCRIPTION   TO SC-DESCRIPTION
                       MOVE BL-DUE-DATE      TO SC-DUE-DATE
                       MOVE BL-AMOUNT        TO SC-AMOUNT
                       MOVE BL-GL-ACCOUNT    TO SC-GL-ACCOUNT
                       MOVE BL-WORK-ORDER-NO TO SC-WORK-ORDER-NO
                       MOVE BL-STATUS        TO SC-STATUS
                       PERFORM SHOW-VENDOR-AND-ACCOUNT
               END-READ
           END-IF
           .
       SHOW-VENDOR-AND-ACCOUNT.
           MOVE SC-VENDOR-NO TO VM-VENDOR-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'VENDOR NOT ON FILE' TO SC-VENDOR-NAME
               NOT INVALID KEY
                   MOVE VM-NAME TO SC-VENDOR-NAME
           END-READ
           MOVE SC-GL-ACCOUNT TO WS-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           .
       ACCEPT-BILL-DETAIL.
           DISPLAY BILL-SCREEN
           ACCEPT BILL-SCREEN
           IF NOT F1-PRESSED
               PERFORM VALIDATE-BILL-FIELDS
           END-IF
           .
      * --- EACH CHECK STOPS AT THE FIRST PROBLEM, SO THE MESSAGE LINE
      *     NAMES ONE FIELD AT A TIME ----------------------------------
       VALIDATE-BILL-FIELDS.
           MOVE SPACES TO SC-MESSAGE SC-VENDOR-NAME SC-ACCOUNT-NAME
           INSPECT SC-STATUS
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SC-INVOICE-NO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VALIDATE-VENDOR
           IF SC-MESSAGE = SPACES
               PERFORM VALIDATE-INVOICE-AND-DUE
           END-IF
           IF SC-MESSAGE = SPACES
               PERFORM VALIDATE-WORK-ORDER
           END-IF
           IF SC-MESSAGE = SPACES
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF SC-MESSAGE = SPACES
               IF SC-STATUS NOT = 'O' AND SC-STATUS NOT = 'X'
                   MOVE 'STATUS MUST BE O OR X' TO SC-MESSAGE
               ELSE
                   SET ENTRY-IS-VALID TO TRUE
               END-IF
           END-IF
           .
       VALIDATE-VENDOR.
           MOVE SC-VENDOR-NO TO VM-VENDOR-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'NO SUCH VENDOR -- ADD IT IN VENDMNT'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   MOVE VM-NAME TO SC-VENDOR-NAME
                   IF VM-IS-INACTIVE
                       MOVE 'VENDOR IS INACTIVE' TO SC-MESSAGE
                   END-IF
           END-READ
           .
       VALIDATE-INVOICE-AND-DUE.
           MOVE SC-DUE-DATE TO WS-DUE-DT
           MOVE WS-DUE-YYYY TO WS-DUE-ISO(1:4)
           MOVE WS-DUE-MM   TO WS-DUE-ISO(5:2)
           MOVE WS-DUE-DD   TO WS-DUE-ISO(7:2)
           EVALUATE TRUE
               WHEN SC-INVOICE-NO = SPACES
                   MOVE 'VENDOR INVOICE NUMBER IS REQUIRED'
                       TO SC-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-ISO)
                       NOT = ZEROS
                   MOVE 'DUE DATE IS NOT A VALID MMDDYYYY DATE'
                       TO SC-MESSAGE
               WHEN SC-AMOUNT = ZEROS
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                       TO SC-MESSAGE
               WHEN OTHER
                   IF SC-STATUS = 'O'
                       PERFORM CHECK-DUPLICATE-INVOICE
                   END-IF
           END-EVALUATE
           .
      * --- THE SAME INVOICE FROM THE SAME VENDOR MUST NOT BE KEYED
      *     (AND PAID) TWICE; A CANCELLED BILL DOES NOT COUNT ----------
       CHECK-DUPLICATE-INVOICE.
           SET INVOICE-NOT-DUPLICATE TO TRUE
           SET WS-BL-EOF-SW TO 0
           MOVE SC-BILL-NO TO WS-CHECK-BILL-NO
           MOVE ZEROS TO BL-BILL-NO
           START AP-BILL-FILE KEY IS NOT LESS THAN BL-BILL-NO
               INVALID KEY
                   SET END-OF-AP-BILLS TO TRUE
           END-START
           PERFORM READ-AP-BILL
           PERFORM MATCH-ONE-INVOICE
               UNTIL END-OF-AP-BILLS OR INVOICE-IS-DUPLICATE
           IF INVOICE-IS-DUPLICATE
               MOVE SPACES TO SC-MESSAGE
               STRING 'INVOICE ALREADY ON BILL ' BL-BILL-NO
                   DELIMITED BY SIZE INTO SC-MESSAGE
           END-IF
           .
       READ-AP-BILL.
           READ AP-BILL-FILE NEXT RECORD
               AT END
                   SET END-OF-AP-BILLS TO TRUE
           END-READ
           .
       MATCH-ONE-INVOICE.
           IF BL-VENDOR-NO = SC-VENDOR-NO
                   AND BL-INVOICE-NO = SC-INVOICE-NO
                   AND BL-BILL-NO NOT = WS-CHECK-BILL-NO
                   AND NOT BL-IS-CANCELLED
               SET INVOICE-IS-DUPLICATE TO TRUE
           ELSE
               PERFORM READ-AP-BILL
           END-IF
           .
      * --- A WORK-ORDER BILL PAYS OFF THE MAINTENANCE PAYABLE GLPOST
      *     BOOKED WHEN THE ORDER WAS COMPLETED, SO IT IS ALWAYS
      *     CHARGED TO MPAY, WHATEVER ACCOUNT WAS KEYED ---------------
       VALIDATE-WORK-ORDER.
           IF SC-WORK-ORDER-NO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SC-WORK-ORDER-NO TO WO-ORDER-NO
           READ WORK-ORDER-FILE
               INVALID KEY
                   MOVE 'NO SUCH WORK ORDER' TO SC-MESSAGE
           END-READ
           EVALUATE TRUE
               WHEN SC-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN WO-IS-CANCELLED
                   MOVE 'WORK ORDER WAS CANCELLED' TO SC-MESSAGE
               WHEN WO-PAID-CHECK-NO > ZEROS
                   MOVE SPACES TO SC-MESSAGE
                   STRING 'WORK ORDER ALREADY PAID, CHECK '
                       WO-PAID-CHECK-NO
                       DELIMITED BY SIZE INTO SC-MESSAGE
               WHEN WS-MPAY-ACCT = ZEROS
                   MOVE 'NO MPAY ACCOUNT ON THE GLACCTS CHART'
                       TO SC-MESSAGE
               WHEN OTHER
                   MOVE WS-MPAY-ACCT TO SC-GL-ACCOUNT
           END-EVALUATE
           .
       VALIDATE-GL-ACCOUNT.
           IF SC-GL-ACCOUNT = ZEROS
               MOVE VM-DEFAULT-ACCOUNT TO SC-GL-ACCOUNT
           END-IF
           MOVE SC-GL-ACCOUNT TO WS-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           EVALUATE TRUE
               WHEN SC-GL-ACCOUNT = ZEROS
                   MOVE 'GL ACCOUNT NEEDED -- VENDOR HAS NO DEFAULT'
                       TO SC-MESSAGE
               WHEN ACCOUNT-NOT-ON-CHART
                   MOVE 'GL ACCOUNT NOT ON THE GLACCTS CHART'
                       TO SC-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * --- THE DUPLICATE SCAN MOVED THE RECORD AREA, SO AN UPDATE
      *     RE-READS THE BILL BEFORE LAYING THE SCREEN FIELDS OVER IT --
       SAVE-BILL.
           IF BILL-IS-NEW
               PERFORM GET-NEXT-BILL-NO
               MOVE SC-BILL-NO            TO BL-BILL-NO
               MOVE DF-MMDDYYYY           TO BL-ENTERED-DATE
               MOVE ZEROS                 TO BL-PAID-DATE BL-CHECK-NO
           ELSE
               MOVE SC-BILL-NO TO BL-BILL-NO
               READ AP-BILL-FILE
                   INVALID KEY
                       MOVE 'BILL NO LONGER ON FILE' TO SC-MESSAGE
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE SC-VENDOR-NO              TO BL-VENDOR-NO
           MOVE SC-INVOICE-NO             TO BL-INVOICE-NO
           MOVE SC-DESCRIPTION            TO BL-DESCRIPTION
           MOVE SC-DUE-DATE               TO BL-DUE-DATE
           MOVE SC-AMOUNT                 TO BL-AMOUNT
           MOVE SC-GL-ACCOUNT             TO BL-GL-ACCOUNT
           MOVE SC-WORK-ORDER-NO          TO BL-WORK-ORDER-NO
           MOVE SC-STATUS                 TO BL-STATUS
           MOVE WS-OPERATOR-INITIALS      TO BL-OPERATOR-ID
           IF BILL-IS-NEW
               WRITE AP-BILL-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO FILE BILL' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO SC-MESSAGE
                       STRING 'BILL ' BL-BILL-NO ' FILED'
                           DELIMITED BY SIZE INTO SC-MESSAGE
               END-WRITE
           ELSE
               REWRITE AP-BILL-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE BILL' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO SC-MESSAGE
                       STRING 'BILL ' BL-BILL-NO ' UPDATED'
                           DELIMITED BY SIZE INTO SC-MESSAGE
               END-REWRITE
           END-IF
           .
      * --- SAME SINGLE-RECORD COUNTER PATTERN THE WORK-ORDER NUMBERS
      *     USE --------------------------------------------------------
       GET-NEXT-BILL-NO.
           MOVE 1 TO WS-BN-RRN
           OPEN I-O BILL-COUNTER
           IF WS-BN-STATUS = '35'
               OPEN OUTPUT BILL-COUNTER
               MOVE ZEROS TO BN-LAST-BILL-NO
               WRITE BILL-COUNTER-RECORD
               CLOSE BILL-COUNTER
               OPEN I-O BILL-COUNTER
           END-IF
           READ BILL-COUNTER
               INVALID KEY
                   MOVE ZEROS TO BN-LAST-BILL-NO
           END-READ
           ADD 1 TO BN-LAST-BILL-NO
           REWRITE BILL-COUNTER-RECORD
               INVALID KEY
                   WRITE BILL-COUNTER-RECORD
           END-REWRITE
           MOVE BN-LAST-BILL-NO TO SC-BILL-NO
           CLOSE BILL-COUNTER
           .
      *-----------------------------------------------------------------
      * --- THE DUE LIST: EVERY OPEN BILL DUE ON OR BEFORE TODAY PLUS
      *     THE DAYS GIVEN, EARLIEST DUE FIRST, SO THE OWNER KNOWS WHAT
      *     THE NEXT BILLPAY RUN WILL WRITE CHECKS FOR -----------------
       PRINT-DUE-BILLS.
           IF ARGC >= 2
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-DAYS-AHEAD
           END-IF
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT + WS-DAYS-AHEAD
           DISPLAY '        SHOP BILLS DUE WITHIN ' WS-DAYS-AHEAD
                   ' DAYS OF ' DF-MMDDYYYY
           DISPLAY ' '
           MOVE ZEROS TO WS-DUE-COUNT WS-DUE-TOTAL WS-PAST-DUE-TOTAL
           OPEN INPUT AP-BILL-FILE
           IF WS-BL-STATUS NOT = '00'
               DISPLAY 'NO BILLS ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO BL-BILL-NO
           START AP-BILL-FILE KEY IS NOT LESS THAN BL-BILL-NO
               INVALID KEY
                   SET END-OF-AP-BILLS TO TRUE
           END-START
           PERFORM READ-AP-BILL
           PERFORM COLLECT-ONE-DUE-BILL UNTIL END-OF-AP-BILLS
           CLOSE AP-BILL-FILE
           IF WS-DUE-COUNT = ZEROS
               DISPLAY 'NO OPEN BILLS DUE IN THE PERIOD'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VENDOR-MASTER
           DISPLAY 'DUE DATE BILL   VENDOR                         '
                   'INVOICE           AMOUNT'
           MOVE ZEROS TO WS-LISTED-COUNT
           PERFORM LIST-EARLIEST-DUE-BILL
               UNTIL WS-LISTED-COUNT >= WS-DUE-COUNT
           IF WS-VM-STATUS = '00'
               CLOSE VENDOR-MASTER
           END-IF
           DISPLAY ' '
           DISPLAY 'BILLS DUE: ' WS-DUE-COUNT
                   '   TOTAL: ' WS-DUE-TOTAL
           DISPLAY '  OF WHICH PAST DUE:   ' WS-PAST-DUE-TOTAL
           .
       COLLECT-ONE-DUE-BILL.
           IF BL-IS-OPEN AND WS-DUE-COUNT < 300
               MOVE BL-DUE-DATE TO WS-DUE-DT
               MOVE WS-DUE-YYYY TO WS-DUE-ISO(1:4)
               MOVE WS-DUE-MM   TO WS-DUE-ISO(5:2)
               MOVE WS-DUE-DD   TO WS-DUE-ISO(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-ISO) = ZEROS
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
               ELSE
                   MOVE WS-TODAY-INT TO WS-DUE-INT
               END-IF
               IF WS-DUE-INT <= WS-CUTOFF-INT
                   ADD 1 TO WS-DUE-COUNT
                   SET DU-IDX TO WS-DUE-COUNT
                   MOVE WS-DUE-INT       TO WS-DU-INT(DU-IDX)
                   MOVE BL-BILL-NO       TO WS-DU-BILL-NO(DU-IDX)
                   MOVE BL-VENDOR-NO     TO WS-DU-VENDOR-NO(DU-IDX)
                   MOVE BL-INVOICE-NO    TO WS-DU-INVOICE-NO(DU-IDX)
                   MOVE BL-DUE-DATE      TO WS-DU-DUE-DATE(DU-IDX)
                   MOVE BL-AMOUNT        TO WS-DU-AMOUNT(DU-IDX)
                   MOVE 'N'              TO WS-DU-PRINTED(DU-IDX)
                   ADD BL-AMOUNT TO WS-DUE-TOTAL
                   IF WS-DUE-INT < WS-TODAY-INT
                       ADD BL-AMOUNT TO WS-PAST-DUE-TOTAL
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AP-BILL
           .
       LIST-EARLIEST-DUE-BILL.
           MOVE ZEROS TO WS-LOW-IDX
           PERFORM FIND-EARLIER-DUE-BILL
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DUE-COUNT
           SET DU-IDX TO WS-LOW-IDX
           MOVE 'Y' TO WS-DU-PRINTED(DU-IDX)
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-DUE-FLAG
           IF WS-DU-INT(DU-IDX) < WS-TODAY-INT
               MOVE 'PAST DUE' TO WS-DUE-FLAG
           END-IF
           MOVE 'VENDOR NOT ON FILE' TO VM-NAME
           MOVE WS-DU-VENDOR-NO(DU-IDX) TO VM-VENDOR-NO
           IF WS-VM-STATUS = '00' OR WS-VM-STATUS = '23'
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE 'VENDOR NOT ON FILE' TO VM-NAME
               END-READ
           END-IF
           DISPLAY WS-DU-DUE-DATE(DU-IDX) ' '
                   WS-DU-BILL-NO(DU-IDX) ' ' VM-NAME ' '
                   WS-DU-INVOICE-NO(DU-IDX) ' '
                   WS-DU-AMOUNT(DU-IDX) ' ' WS-DUE-FLAG
           .
       FIND-EARLIER-DUE-BILL.
           IF WS-DU-PRINTED(WS-SCAN-IDX) = 'N'
               IF WS-LOW-IDX = ZEROS
                   MOVE WS-SCAN-IDX TO WS-LOW-IDX
               ELSE
                   IF WS-DU-INT(WS-SCAN-IDX) < WS-DU-INT(WS-LOW-IDX)
                       MOVE WS-SCAN-IDX TO WS-LOW-IDX
                   END-IF
               END-IF
           END-IF
           .
