       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROADCST.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BROADCST -- BROADCAST NOTICE TO TENANTS.  ONE MESSAGE (A
      *    SNOW CLOSING, HOLIDAY HOURS, THE SPRING CLEAN-OUT) KEYED
      *    ONCE AT THE FRONT DESK AND SENT TO A SELECTION OF TENANTS:
      *        A -- EVERY TENANT ON THE MASTER (A MOVE-OUT DELETES THE
      *             TENANT, SO EVERY ONE ON FILE IS ACTIVE)
      *        B -- THE TENANTS IN THE BOOTHS KEYED
      *        D -- TENANTS WITH AN OPEN BALANCE ON THE TENTAR LEDGER
      *        S -- SHORT-TERM RENTERS HOLDING A BOOTH TODAY
      *    EACH TENANT GETS IT BY THEIR DELIVERY PREFERENCE, THE SAME
      *    WAY DUNNING AND LEASEXP SEND THEIR LETTERS (E-MAIL THROUGH
      *    MAILPUT, OR A PRINTED LETTER IN THE BCASTLTR PRINT FILE),
      *    AND A NOTE ON THE CONTACT LOG.  A SHORT-TERM RENTER HAS NO
      *    TENANT RECORD, SO THEIRS IS PRINTED FOR THE DESK TO HAND
      *    OUT AT THE BOOTH.
      *      "GNUMAIN BROADCST"       BROADCAST SCREEN, BEHIND THE
      *                               OPERATOR PIN.  THE FIRST ENTER
      *                               COUNTS WHO WILL GET THE MESSAGE
      *                               AND HOW; ENTER AGAIN WITH NOTHING
      *                               CHANGED SENDS IT.  EVERY SEND
      *                               SPOOLS THE 'BCASTSUM' DELIVERY
      *                               LIST WITH ITS COUNTS
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
           SELECT TENANT-AR
               ASSIGN TO 'TENTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT BROADCAST-LETTERS
               ASSIGN TO 'BCASTLTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       FD  TENANT-AR.
       COPY TENTAR.
       FD  BROADCAST-LETTERS.
       01 BROADCAST-LETTER-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
       01 WS-AR-STATUS         PIC XX VALUE '00'.
       01 WS-BL-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-TM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-BM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-BOOTH-MASTER    VALUE 1.
          03 WS-AR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-AR       VALUE 1.
          03 WS-FOUND-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
          03 WS-PREVIEW-SW     PIC 9 VALUE 0.
             88 PREVIEW-IS-READY       VALUE 1.
             88 PREVIEW-NOT-READY      VALUE 0.
      * --- PER-TENANT DELIVERY ROUTE, SAME AS LEASEXP'S --------------
       01 WS-EDELIV-SW         PIC 9 VALUE 0.
          88 SEND-BY-EMAIL             VALUE 1.
          88 SEND-ON-PAPER             VALUE 0.
      * --- TENANT A/R BALANCES, CHARGES LESS PAYMENTS AND CREDITS, THE
      *     SAME RUNNING TABLE CASHFCST KEEPS -------------------------
       01 WS-AR-COUNT          PIC 9(4) VALUE ZEROS.
       01 WS-AR-TABLE.
          03 WS-AR-ENTRY       OCCURS 1000 TIMES INDEXED BY AR-IDX.
             05 WS-AR-USED-SW       PIC X.
             05 WS-AR-TENANT-ID     PIC 9(6).
             05 WS-AR-BALANCE       PIC S9(7)V9(2).
      * --- WHO THE MESSAGE GOES TO, IN THE ORDER IT IS SENT.  KIND
      *     'T' IS A TENANT, 'S' A SHORT-TERM RENTER AT THE BOOTH;
      *     THE METHOD IS 'E' E-MAIL, 'P' PAPER, 'H' HAND-DELIVERED --
       01 WS-RCPT-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-RCPT-IDX          PIC 9(3) VALUE ZEROS.
       01 WS-RCPT-OVERFLOW-SW  PIC 9 VALUE 0.
          88 RECIPIENTS-OVERFLOW       VALUE 1.
       01 WS-RCPT-TABLE.
          03 WS-RCPT-ENTRY     OCCURS 500 TIMES.
             05 WS-RCPT-KIND        PIC X.
                88 RCPT-IS-TENANT           VALUE 'T'.
                88 RCPT-IS-SHORT-TERM       VALUE 'S'.
             05 WS-RCPT-TENANT-ID   PIC 9(6).
             05 WS-RCPT-BOOTH-ID    PIC X(10).
             05 WS-RCPT-NAME        PIC X(30).
             05 WS-RCPT-METHOD      PIC X.
       01 WS-EMAIL-COUNT       PIC 9(3) VALUE ZEROS.
       01 WS-PAPER-COUNT       PIC 9(3) VALUE ZEROS.
       01 WS-HAND-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-BOOTH-IDX         PIC 9 VALUE ZEROS.
       01 WS-LINE-IDX          PIC 9 VALUE ZEROS.
       01 WS-LAST-LINE         PIC 9 VALUE ZEROS.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-METHOD-TEXT       PIC X(14) VALUE SPACES.
       01 WS-SELECTION-TEXT    PIC X(30) VALUE SPACES.
       01 WS-PREVIEW-IMAGE     PIC X(661) VALUE SPACES.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-EDIT-COUNT        PIC ZZ9.
       01 WS-EDIT-COUNT-2      PIC ZZ9.
       01 WS-EDIT-COUNT-3      PIC ZZ9.
       01 WS-EDIT-DATE         PIC 99/99/9999.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
       COPY CONTPUT.
       COPY MAILPUT.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY SPOOLIO.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-ENTRY.
          03 SC-SUBJECT        PIC X(50) VALUE SPACES.
          03 SC-MSG-LINES.
             05 SC-MSG-LINE-1  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-2  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-3  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-4  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-5  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-6  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-7  PIC X(70) VALUE SPACES.
             05 SC-MSG-LINE-8  PIC X(70) VALUE SPACES.
          03 SC-MSG-TABLE REDEFINES SC-MSG-LINES.
             05 SC-MSG-LINE    OCCURS 8 TIMES PIC X(70).
          03 SC-SELECTION      PIC X VALUE SPACES.
             88 SELECT-ALL-TENANTS        VALUE 'A'.
             88 SELECT-BY-BOOTH           VALUE 'B'.
             88 SELECT-BALANCE-DUE        VALUE 'D'.
             88 SELECT-SHORT-TERM         VALUE 'S'.
          03 SC-BOOTHS.
             05 SC-BOOTH-1     PIC X(10) VALUE SPACES.
             05 SC-BOOTH-2     PIC X(10) VALUE SPACES.
             05 SC-BOOTH-3     PIC X(10) VALUE SPACES.
             05 SC-BOOTH-4     PIC X(10) VALUE SPACES.
             05 SC-BOOTH-5     PIC X(10) VALUE SPACES.
          03 SC-BOOTH-TABLE REDEFINES SC-BOOTHS.
             05 SC-BOOTH       OCCURS 5 TIMES PIC X(10).
       01 SC-COUNTS            PIC X(60) VALUE SPACES.
       01 SC-MESSAGE           PIC X(60) VALUE SPACES.
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
          03 LINE 02 COLUMN 29 VALUE 'Broadcast to Tenants'
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
       01 BROADCAST-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 29 VALUE 'Broadcast to Tenants'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 05 VALUE 'Subject'.
          03 LINE 04 COLUMN 14 PIC X(50)
                               REVERSE-VIDEO
                               USING SC-SUBJECT.
          03 LINE 06 COLUMN 05 VALUE 'Message'.
          03 LINE 07 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-1.
          03 LINE 08 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-2.
          03 LINE 09 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-3.
          03 LINE 10 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-4.
          03 LINE 11 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-5.
          03 LINE 12 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-6.
          03 LINE 13 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-7.
          03 LINE 14 COLUMN 05 PIC X(70)
                               REVERSE-VIDEO
                               USING SC-MSG-LINE-8.
          03 LINE 16 COLUMN 05 VALUE 'Send To'.
          03 LINE 16 COLUMN 14 PIC X
                               REVERSE-VIDEO
                               USING SC-SELECTION.
          03 LINE 16 COLUMN 17 VALUE
             '(A=ALL B=BOOTHS BELOW D=BALANCE DUE S=SHORT-TERM)'.
          03 LINE 17 COLUMN 06 VALUE 'Booths'.
          03 LINE 17 COLUMN 14 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-BOOTH-1.
          03 LINE 17 COLUMN 26 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-BOOTH-2.
          03 LINE 17 COLUMN 38 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-BOOTH-3.
          03 LINE 17 COLUMN 50 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-BOOTH-4.
          03 LINE 17 COLUMN 62 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-BOOTH-5.
          03 LINE 19 COLUMN 02 VALUE 'Recipients'.
          03 LINE 19 COLUMN 14 PIC X(60)
                               FROM SC-COUNTS.
          03 LINE 21 COLUMN 05 VALUE 'Message:'.
          03 LINE 21 COLUMN 14 PIC X(60)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               PERFORM RUN-BROADCAST-SCREEN
           END-IF
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS SHIPDESK'S: WHOEVER SIGNS IN IS
      *     NAMED ON THE DELIVERY LIST --------------------------------
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
       RUN-BROADCAST-SCREEN.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'NO TENANTM FILE -- NO TENANTS TO NOTIFY'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET PREVIEW-NOT-READY TO TRUE
           MOVE 'KEY THE MESSAGE AND WHO GETS IT, THEN ENTER'
               TO SC-MESSAGE
           PERFORM TAKE-ONE-BROADCAST UNTIL F1-PRESSED
           CLOSE TENANT-MASTER
           .
      * --- THE FIRST ENTER COUNTS THE RECIPIENTS.  THE MESSAGE GOES
      *     OUT ONLY ON AN ENTER THAT FOLLOWS A COUNT OF EXACTLY WHAT
      *     IS ON THE SCREEN -----------------------------------------
       TAKE-ONE-BROADCAST.
           DISPLAY BROADCAST-SCREEN
           ACCEPT BROADCAST-SCREEN
           MOVE SPACES TO SC-MESSAGE
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-SELECTION CONVERTING 'abds' TO 'ABDS'
           IF PREVIEW-IS-READY AND SC-ENTRY = WS-PREVIEW-IMAGE
               PERFORM SEND-BROADCAST
           ELSE
               PERFORM PREVIEW-BROADCAST
           END-IF
           .
       PREVIEW-BROADCAST.
           SET PREVIEW-NOT-READY TO TRUE
           MOVE SPACES TO SC-COUNTS
           PERFORM FIND-LAST-MESSAGE-LINE
           EVALUATE TRUE
               WHEN SC-SUBJECT = SPACES
                   MOVE 'KEY A SUBJECT FOR THE NOTICE' TO SC-MESSAGE
               WHEN WS-LAST-LINE = ZEROS
                   MOVE 'KEY THE MESSAGE TO SEND' TO SC-MESSAGE
               WHEN NOT SELECT-ALL-TENANTS AND NOT SELECT-BY-BOOTH
                       AND NOT SELECT-BALANCE-DUE
                       AND NOT SELECT-SHORT-TERM
                   MOVE 'SEND TO MUST BE A, B, D, OR S' TO SC-MESSAGE
               WHEN SELECT-BY-BOOTH AND SC-BOOTHS = SPACES
                   MOVE 'KEY THE BOOTHS TO SEND TO' TO SC-MESSAGE
           END-EVALUATE
           IF SC-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM COLLECT-RECIPIENTS
           EVALUATE TRUE
               WHEN SC-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN RECIPIENTS-OVERFLOW
                   MOVE 'OVER 500 RECIPIENTS -- NARROW THE SELECTION'
                       TO SC-MESSAGE
               WHEN WS-RCPT-COUNT = ZEROS
                   MOVE 'NOBODY MATCHES THAT SELECTION' TO SC-MESSAGE
               WHEN OTHER
                   PERFORM SHOW-RECIPIENT-COUNTS
                   MOVE SC-ENTRY TO WS-PREVIEW-IMAGE
                   SET PREVIEW-IS-READY TO TRUE
                   MOVE 'ENTER AGAIN TO SEND, OR CHANGE THE SCREEN'
                       TO SC-MESSAGE
           END-EVALUATE
           .
       FIND-LAST-MESSAGE-LINE.
           MOVE ZEROS TO WS-LAST-LINE
           PERFORM NOTE-MESSAGE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1 UNTIL WS-LINE-IDX > 8
           .
       NOTE-MESSAGE-LINE.
           IF SC-MSG-LINE(WS-LINE-IDX) NOT = SPACES
               MOVE WS-LINE-IDX TO WS-LAST-LINE
           END-IF
           .
       SHOW-RECIPIENT-COUNTS.
           MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
           MOVE WS-PAPER-COUNT TO WS-EDIT-COUNT-2
           MOVE WS-HAND-COUNT  TO WS-EDIT-COUNT-3
           STRING WS-EDIT-COUNT ' BY E-MAIL, ' WS-EDIT-COUNT-2
               ' ON PAPER, ' WS-EDIT-COUNT-3 ' HANDED OUT AT THE BOOTH'
               DELIMITED BY SIZE INTO SC-COUNTS
           .
      *-----------------------------------------------------------------
      * --- BUILD THE RECIPIENT TABLE FOR THE SELECTION ON THE SCREEN -
       COLLECT-RECIPIENTS.
           MOVE ZEROS TO WS-RCPT-COUNT WS-EMAIL-COUNT WS-PAPER-COUNT
                         WS-HAND-COUNT
           MOVE 0 TO WS-RCPT-OVERFLOW-SW
           EVALUATE TRUE
               WHEN SELECT-ALL-TENANTS
                   PERFORM COLLECT-ALL-TENANTS
               WHEN SELECT-BALANCE-DUE
                   PERFORM LOAD-AR-BALANCES
                   PERFORM COLLECT-ALL-TENANTS
               WHEN SELECT-BY-BOOTH
                   PERFORM COLLECT-BOOTH-LIST
               WHEN SELECT-SHORT-TERM
                   PERFORM COLLECT-SHORT-TERM-RENTERS
           END-EVALUATE
           .
      * --- EVERY TENANT IN TENANT-NUMBER ORDER; FOR 'D' ONLY THOSE
      *     STILL OWING ON THE LEDGER --------------------------------
       COLLECT-ALL-TENANTS.
           SET WS-TM-EOF-SW TO 0
           MOVE ZEROS TO TM-TENANT-ID
           START TENANT-MASTER KEY IS NOT LESS THAN TM-TENANT-ID
               INVALID KEY
                   SET END-OF-TENANT-MASTER TO TRUE
           END-START
           IF NOT END-OF-TENANT-MASTER
               PERFORM READ-NEXT-TENANT
           END-IF
           PERFORM CHOOSE-ONE-TENANT UNTIL END-OF-TENANT-MASTER
           .
       READ-NEXT-TENANT.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANT-MASTER TO TRUE
           END-READ
           .
       CHOOSE-ONE-TENANT.
           IF SELECT-BALANCE-DUE
               PERFORM FIND-AR-TENANT
               IF ENTRY-FOUND AND WS-AR-BALANCE(AR-IDX) > ZEROS
                   PERFORM ADD-TENANT-RECIPIENT
               END-IF
           ELSE
               PERFORM ADD-TENANT-RECIPIENT
           END-IF
           PERFORM READ-NEXT-TENANT
           .
      * --- A TENANT IN TWO OF THE BOOTHS KEYED IS ONLY SENT ONE COPY -
       ADD-TENANT-RECIPIENT.
           PERFORM FIND-TENANT-RECIPIENT
           IF ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-RCPT-COUNT NOT < 500
               SET RECIPIENTS-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCPT-COUNT
           PERFORM BUILD-NAME-LINE
           SET RCPT-IS-TENANT(WS-RCPT-COUNT) TO TRUE
           MOVE TM-TENANT-ID      TO WS-RCPT-TENANT-ID(WS-RCPT-COUNT)
           MOVE TM-BOOTH-LOCATION TO WS-RCPT-BOOTH-ID(WS-RCPT-COUNT)
           MOVE WS-NAME-LINE      TO WS-RCPT-NAME(WS-RCPT-COUNT)
           IF TM-WANTS-EMAIL AND TM-EMAIL NOT = SPACES
               MOVE 'E' TO WS-RCPT-METHOD(WS-RCPT-COUNT)
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               MOVE 'P' TO WS-RCPT-METHOD(WS-RCPT-COUNT)
               ADD 1 TO WS-PAPER-COUNT
           END-IF
           .
       FIND-TENANT-RECIPIENT.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM MATCH-TENANT-RECIPIENT
               VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT OR ENTRY-FOUND
           .
       MATCH-TENANT-RECIPIENT.
           IF RCPT-IS-TENANT(WS-RCPT-IDX)
                   AND WS-RCPT-TENANT-ID(WS-RCPT-IDX) = TM-TENANT-ID
               SET ENTRY-FOUND TO TRUE
           END-IF
           .
       ADD-SHORT-TERM-RECIPIENT.
           IF WS-RCPT-COUNT NOT < 500
               SET RECIPIENTS-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCPT-COUNT
           SET RCPT-IS-SHORT-TERM(WS-RCPT-COUNT) TO TRUE
           MOVE ZEROS        TO WS-RCPT-TENANT-ID(WS-RCPT-COUNT)
           MOVE BM-BOOTH-ID  TO WS-RCPT-BOOTH-ID(WS-RCPT-COUNT)
           MOVE BM-ST-RENTER TO WS-RCPT-NAME(WS-RCPT-COUNT)
           MOVE 'H'          TO WS-RCPT-METHOD(WS-RCPT-COUNT)
           ADD 1 TO WS-HAND-COUNT
           .
       BUILD-NAME-LINE.
           MOVE SPACES TO WS-NAME-LINE
           STRING TM-FIRST DELIMITED BY SPACE
               ' ' TM-LAST-NAME DELIMITED BY SIZE
               INTO WS-NAME-LINE
           .
      * --- EACH BOOTH KEYED: ITS LEASING TENANT, OR THE SHORT-TERM
      *     RENTER HOLDING IT.  A VACANT OR UNKNOWN BOOTH STOPS THE
      *     COUNT SO THE DESK CAN FIX THE LIST -----------------------
       COLLECT-BOOTH-LIST.
           OPEN INPUT BOOTH-MASTER
           IF WS-BM-STATUS NOT = '00'
               MOVE 'NO BOOTHMST FILE -- NO BOOTHS ON FILE'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHOOSE-ONE-BOOTH
               VARYING WS-BOOTH-IDX FROM 1 BY 1
               UNTIL WS-BOOTH-IDX > 5 OR SC-MESSAGE NOT = SPACES
           CLOSE BOOTH-MASTER
           .
       CHOOSE-ONE-BOOTH.
           IF SC-BOOTH(WS-BOOTH-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SC-BOOTH(WS-BOOTH-IDX) TO BM-BOOTH-ID
           READ BOOTH-MASTER
               INVALID KEY
                   STRING 'BOOTH ' SC-BOOTH(WS-BOOTH-IDX)
                       ' IS NOT ON THE BOOTH MASTER'
                       DELIMITED BY SIZE INTO SC-MESSAGE
           END-READ
           EVALUATE TRUE
               WHEN SC-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN BM-IS-OCCUPIED
                   MOVE BM-TENANT-ID TO TM-TENANT-ID
                   READ TENANT-MASTER
                       INVALID KEY
                           STRING 'BOOTH ' SC-BOOTH(WS-BOOTH-IDX)
                               ' TENANT IS NOT ON THE MASTER'
                               DELIMITED BY SIZE INTO SC-MESSAGE
                       NOT INVALID KEY
                           PERFORM ADD-TENANT-RECIPIENT
                   END-READ
               WHEN BM-IS-SHORT-TERM
                   PERFORM ADD-SHORT-TERM-RECIPIENT
               WHEN OTHER
                   STRING 'BOOTH ' SC-BOOTH(WS-BOOTH-IDX)
                       ' IS VACANT' DELIMITED BY SIZE INTO SC-MESSAGE
           END-EVALUATE
           .
       COLLECT-SHORT-TERM-RENTERS.
           OPEN INPUT BOOTH-MASTER
           IF WS-BM-STATUS NOT = '00'
               MOVE 'NO BOOTHMST FILE -- NO BOOTHS ON FILE'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SET WS-BM-EOF-SW TO 0
           PERFORM READ-NEXT-BOOTH
           PERFORM CHOOSE-SHORT-TERM-BOOTH UNTIL END-OF-BOOTH-MASTER
           CLOSE BOOTH-MASTER
           .
       READ-NEXT-BOOTH.
           READ BOOTH-MASTER NEXT RECORD
               AT END
                   SET END-OF-BOOTH-MASTER TO TRUE
           END-READ
           .
       CHOOSE-SHORT-TERM-BOOTH.
           IF BM-IS-SHORT-TERM
               PERFORM ADD-SHORT-TERM-RECIPIENT
           END-IF
           PERFORM READ-NEXT-BOOTH
           .
      *-----------------------------------------------------------------
      * --- ONE RUNNING BALANCE PER TENANT ON THE A/R SUBLEDGER -----
       LOAD-AR-BALANCES.
           MOVE LOW-VALUES TO WS-AR-TABLE
           MOVE ZEROS TO WS-AR-COUNT
           SET WS-AR-EOF-SW TO 0
           OPEN INPUT TENANT-AR
           IF WS-AR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AR-ROW
           PERFORM ADD-ONE-AR-ROW UNTIL END-OF-TENANT-AR
           CLOSE TENANT-AR
           .
       READ-AR-ROW.
           READ TENANT-AR NEXT RECORD
               AT END
                   SET END-OF-TENANT-AR TO TRUE
           END-READ
           .
       ADD-ONE-AR-ROW.
           PERFORM FIND-AR-ROW
           IF ENTRY-FOUND
               EVALUATE TRUE
                   WHEN AR-IS-CHARGE
                       ADD AR-AMOUNT TO WS-AR-BALANCE(AR-IDX)
                   WHEN AR-IS-PAYMENT
                   WHEN AR-IS-CREDIT
                       SUBTRACT AR-AMOUNT FROM WS-AR-BALANCE(AR-IDX)
               END-EVALUATE
           END-IF
           PERFORM READ-AR-ROW
           .
       FIND-AR-ROW.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AR-IDX TO 1
           SEARCH WS-AR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AR-USED-SW(AR-IDX) NOT = 'Y'
                   ADD 1 TO WS-AR-COUNT
                   MOVE 'Y' TO WS-AR-USED-SW(AR-IDX)
                   MOVE AR-TENANT-ID TO WS-AR-TENANT-ID(AR-IDX)
                   MOVE ZEROS TO WS-AR-BALANCE(AR-IDX)
                   SET ENTRY-FOUND TO TRUE
               WHEN WS-AR-TENANT-ID(AR-IDX) = AR-TENANT-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
      * --- LOOK-UP ONLY: THE TENANT ON THE MASTER RECORD -------------
       FIND-AR-TENANT.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AR-IDX TO 1
           SEARCH WS-AR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AR-USED-SW(AR-IDX) NOT = 'Y'
                   CONTINUE
               WHEN WS-AR-TENANT-ID(AR-IDX) = TM-TENANT-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .
      *-----------------------------------------------------------------
      * --- SEND TO EVERY RECIPIENT COUNTED, SPOOL THE DELIVERY LIST,
      *     AND CLEAR THE SCREEN FOR THE NEXT NOTICE -----------------
       SEND-BROADCAST.
           PERFORM FIND-LAST-MESSAGE-LINE
           MOVE SC-SELECTION TO WS-SELECTION-TEXT
           EVALUATE TRUE
               WHEN SELECT-ALL-TENANTS
                   MOVE 'ALL TENANTS' TO WS-SELECTION-TEXT
               WHEN SELECT-BY-BOOTH
                   MOVE 'TENANTS IN THE BOOTHS KEYED'
                       TO WS-SELECTION-TEXT
               WHEN SELECT-BALANCE-DUE
                   MOVE 'TENANTS WITH A BALANCE DUE'
                       TO WS-SELECTION-TEXT
               WHEN SELECT-SHORT-TERM
                   MOVE 'SHORT-TERM RENTERS' TO WS-SELECTION-TEXT
           END-EVALUATE
           OPEN OUTPUT BROADCAST-LETTERS
           SET SP-OP-OPEN TO TRUE
           MOVE 'BCASTSUM' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE DF-MMDDYYYY TO WS-EDIT-DATE
           STRING 'BROADCAST NOTICE DELIVERY LIST  ' WS-EDIT-DATE
               '  SENT BY ' WS-OPERATOR-INITIALS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'SUBJECT: ' SC-SUBJECT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'SENT TO: ' WS-SELECTION-TEXT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'TENANT  NAME' TO WS-RPT-LINE
           MOVE 'BOOTH'        TO WS-RPT-LINE(41:5)
           MOVE 'SENT'         TO WS-RPT-LINE(53:4)
           PERFORM EMIT-REPORT-LINE
           PERFORM SEND-TO-ONE-RECIPIENT
               VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
           CLOSE BROADCAST-LETTERS
           PERFORM EMIT-REPORT-LINE
           MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
           STRING 'SENT BY E-MAIL:          ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PAPER-COUNT TO WS-EDIT-COUNT
           STRING 'PRINTED FOR THE MAIL:    ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-HAND-COUNT TO WS-EDIT-COUNT
           STRING 'PRINTED TO HAND OUT:     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-RCPT-COUNT TO WS-EDIT-COUNT
           STRING 'TOTAL RECIPIENTS:        ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE WS-RCPT-COUNT TO WS-EDIT-COUNT
           STRING 'SENT TO ' WS-EDIT-COUNT
               ' -- LIST SPOOLED AS BCASTSUM, LETTERS IN BCASTLTR'
               DELIMITED BY SIZE INTO SC-MESSAGE
           MOVE SPACES TO SC-ENTRY
           SET PREVIEW-NOT-READY TO TRUE
           .
      * --- A TENANT IS RE-READ FOR THE ADDRESS; ONE WHO WAS MOVED OUT
      *     SINCE THE COUNT IS LISTED AS NOT SENT ---------------------
       SEND-TO-ONE-RECIPIENT.
           IF RCPT-IS-SHORT-TERM(WS-RCPT-IDX)
               PERFORM WRITE-HAND-OUT-LETTER
               MOVE 'HAND OUT' TO WS-METHOD-TEXT
           ELSE
               MOVE WS-RCPT-TENANT-ID(WS-RCPT-IDX) TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE 'NOT SENT' TO WS-METHOD-TEXT
                   NOT INVALID KEY
                       PERFORM WRITE-TENANT-NOTICE
               END-READ
           END-IF
           STRING WS-RCPT-TENANT-ID(WS-RCPT-IDX) '  '
               WS-RCPT-NAME(WS-RCPT-IDX) '  '
               WS-RCPT-BOOTH-ID(WS-RCPT-IDX) '  ' WS-METHOD-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       WRITE-TENANT-NOTICE.
           PERFORM PICK-DELIVERY-ROUTE
           IF SEND-BY-EMAIL
               MOVE 'E-MAIL' TO WS-METHOD-TEXT
           ELSE
               MOVE 'PAPER' TO WS-METHOD-TEXT
               MOVE ALL '=' TO WS-DOC-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF
           MOVE 'DARLENE''S TREASURES - NOTICE TO ALL DEALERS'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM BUILD-NAME-LINE
           MOVE WS-NAME-LINE TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE TM-ADDRESS-LINE-1 TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING FUNCTION TRIM(TM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(TM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM EMIT-MESSAGE-BODY
           PERFORM CLOSE-DELIVERY-ROUTE
      * --- EVERY COPY ALSO GOES ON THE TENANT'S CONTACT LOG ----------
           MOVE TM-TENANT-ID TO LG-TENANT-ID
           MOVE 'BROADCST' TO LG-SOURCE
           MOVE SPACES TO LG-NOTE
           IF SEND-BY-EMAIL
               STRING 'BROADCAST BY E-MAIL: ' SC-SUBJECT
                   DELIMITED BY SIZE INTO LG-NOTE
           ELSE
               STRING 'BROADCAST ON PAPER: ' SC-SUBJECT
                   DELIMITED BY SIZE INTO LG-NOTE
           END-IF
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           .
      * --- NO TENANT RECORD, NO ADDRESS: THE LETTER IS ADDRESSED TO
      *     THE RENTER AT THE BOOTH THEY HOLD ------------------------
       WRITE-HAND-OUT-LETTER.
           SET SEND-ON-PAPER TO TRUE
           MOVE ALL '=' TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE 'DARLENE''S TREASURES - NOTICE TO ALL DEALERS'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-RCPT-NAME(WS-RCPT-IDX) TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'AT BOOTH ' WS-RCPT-BOOTH-ID(WS-RCPT-IDX)
               ' (SHORT-TERM) -- HAND DELIVER' DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM EMIT-MESSAGE-BODY
           .
       EMIT-MESSAGE-BODY.
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'RE: ' SC-SUBJECT DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM EMIT-ONE-MESSAGE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LAST-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE 'THE FRONT DESK, DARLENE''S TREASURES' TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           .
       EMIT-ONE-MESSAGE-LINE.
           MOVE SC-MSG-LINE(WS-LINE-IDX) TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           .
       PICK-DELIVERY-ROUTE.
           MOVE TM-TENANT-ID TO MP-TENANT-ID
           MOVE TM-EMAIL     TO MP-EMAIL
           MOVE 'BROADCST' TO MP-DOC-TYPE
           MOVE SC-SUBJECT TO MP-SUBJECT
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
               MOVE WS-DOC-LINE TO BROADCAST-LETTER-RECORD
               WRITE BROADCAST-LETTER-RECORD
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           .
       EMIT-REPORT-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
