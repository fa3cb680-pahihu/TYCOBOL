       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    DELIVERY -- FURNITURE DELIVERY DESK FOR THE SHOP'S TRUCK.
      *      "GNUMAIN DELIVERY"       CALENDAR SCREEN, BEHIND THE
      *                               OPERATOR PIN: TWO WEEKS FROM THE
      *                               KEYED START DATE (TODAY FIRST),
      *                               EACH DAY'S BOOKED STOPS AGAINST
      *                               THE DLVRPOL CAP.  A RECEIPT
      *                               NUMBER AND A NEW DATE MOVE THAT
      *                               DELIVERY, IF THE NEW DAY HAS ROOM
      *      "GNUMAIN DELIVERY DONE"  COMPLETION SCREEN, BEHIND THE
      *                               OPERATOR PIN: KEY THE RECEIPT
      *                               NUMBER, THEN WHO SIGNED FOR THE
      *                               PIECES; THE BOOKING IS MARKED
      *                               DELIVERED WITH TODAY'S DATE AND
      *                               THE SIGNED-IN OPERATOR
      *      "GNUMAIN DELIVERY ROUTE [MMDDYYYY]"
      *                               ROUTE SHEET FOR ONE DAY (DEFAULT
      *                               TODAY), SPOOLED AS 'ROUTESHT':
      *                               EVERY STOP WITH ITS ADDRESS AND
      *                               PHONE, AND EVERY PIECE BY SKU AND
      *                               BOOTH SO IT CAN BE PULLED BEFORE
      *                               THE TRUCK IS LOADED
      *    CMSPLN BOOKS THE DELIVERY ON THE DLVRQUE FILE WHEN THE SALE
      *    IS RUNG.  UNTIL IT IS MARKED DELIVERED HERE, PHYSINV COUNTS
      *    ITS PIECES AS SOLD, AWAITING DELIVERY RATHER THAN MISSING.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT DELIVERY-QUEUE
               ASSIGN TO 'DLVRQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-RECEIPT-NO
               ALTERNATE RECORD KEY IS DQ-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-DQ-STATUS.
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
       FD  DELIVERY-QUEUE.
       COPY DLVRQUE.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       WORKING-STORAGE SECTION.
       01 WS-DQ-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-DONE              VALUE 'DONE'.
          88 MODE-IS-ROUTE             VALUE 'ROUTE'.
       01 WS-SWITCHES.
          03 WS-DQ-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-ROUTE-DAY       VALUE 1.
          03 WS-TM-OPEN-SW     PIC 9 VALUE 0.
             88 TENANT-FILE-OPEN       VALUE 1.
             88 TENANT-FILE-CLOSED     VALUE 0.
          03 WS-DATE-SW        PIC 9 VALUE 0.
             88 DATE-IS-VALID          VALUE 1.
             88 DATE-NOT-VALID         VALUE 0.
       01 WS-SHOWN-RECEIPT-NO  PIC 9(6) VALUE ZEROS.
      * --- DATES: THE SCREENS AND THE COMMAND LINE TAKE MMDDYYYY, THE
      *     FILE KEEPS CCYYMMDD SO THE ALTERNATE KEY SORTS BY DAY -----
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-CONV-MMDDYYYY     PIC 9(8) VALUE ZEROS.
       01 WS-CONV-DT REDEFINES WS-CONV-MMDDYYYY.
          03 WS-CONV-MM        PIC 9(2).
          03 WS-CONV-DD        PIC 9(2).
          03 WS-CONV-YYYY      PIC 9(4).
       01 WS-CONV-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-CONV-INT          PIC S9(8) COMP.
       01 WS-START-INT         PIC S9(8) COMP.
       01 WS-ROUTE-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-NEW-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-DOW               PIC 9 VALUE ZEROS.
       01 WS-DOW-NAMES.
          03 FILLER PIC X(9) VALUE 'MONDAY   '.
          03 FILLER PIC X(9) VALUE 'TUESDAY  '.
          03 FILLER PIC X(9) VALUE 'WEDNESDAY'.
          03 FILLER PIC X(9) VALUE 'THURSDAY '.
          03 FILLER PIC X(9) VALUE 'FRIDAY   '.
          03 FILLER PIC X(9) VALUE 'SATURDAY '.
          03 FILLER PIC X(9) VALUE 'SUNDAY   '.
       01 WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
          03 WS-DOW-NAME       OCCURS 7 TIMES PIC X(9).
       01 WS-CAL-DAY           PIC 9(2) VALUE ZEROS.
      * --- ROUTE SHEET COUNTS ----------------------------------------
       01 WS-STOP-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-PIECE-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-ITEM-IDX          PIC 9(2) VALUE ZEROS.
       01 WS-PULL-BOOTH        PIC X(10) VALUE SPACES.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-EDIT-DATE         PIC 99/99/9999.
       01 WS-EDIT-STOPS        PIC ZZ9.
       01 WS-EDIT-CAP          PIC Z9.
       01 WS-EDIT-COUNT        PIC ZZZ9.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
       COPY DATEFMT.
       COPY DLVRCHK.
       COPY OPERPIN.
       COPY SPOOLIO.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-START-DATE        PIC 9(8) VALUE ZEROS.
       01 SC-DAILY-CAP         PIC 9(2) VALUE ZEROS.
       01 SC-CALENDAR.
          03 SC-CAL-01         PIC X(50) VALUE SPACES.
          03 SC-CAL-02         PIC X(50) VALUE SPACES.
          03 SC-CAL-03         PIC X(50) VALUE SPACES.
          03 SC-CAL-04         PIC X(50) VALUE SPACES.
          03 SC-CAL-05         PIC X(50) VALUE SPACES.
          03 SC-CAL-06         PIC X(50) VALUE SPACES.
          03 SC-CAL-07         PIC X(50) VALUE SPACES.
          03 SC-CAL-08         PIC X(50) VALUE SPACES.
          03 SC-CAL-09         PIC X(50) VALUE SPACES.
          03 SC-CAL-10         PIC X(50) VALUE SPACES.
          03 SC-CAL-11         PIC X(50) VALUE SPACES.
          03 SC-CAL-12         PIC X(50) VALUE SPACES.
          03 SC-CAL-13         PIC X(50) VALUE SPACES.
          03 SC-CAL-14         PIC X(50) VALUE SPACES.
       01 SC-CALENDAR-TABLE REDEFINES SC-CALENDAR.
          03 SC-CAL-LINE       OCCURS 14 TIMES PIC X(50).
       01 SC-RECEIPT-NO        PIC 9(6) VALUE ZEROS.
       01 SC-NEW-DATE          PIC 9(8) VALUE ZEROS.
       01 SC-DLVR-DATE         PIC 9(8) VALUE ZEROS.
       01 SC-DLVR-NAME         PIC X(30) VALUE SPACES.
       01 SC-ADDRESS-LINE      PIC X(40) VALUE SPACES.
       01 SC-CITY-LINE         PIC X(40) VALUE SPACES.
       01 SC-PHONE             PIC X(20) VALUE SPACES.
       01 SC-ITEM-COUNT        PIC 9(2) VALUE ZEROS.
       01 SC-STATUS-TEXT       PIC X(40) VALUE SPACES.
       01 SC-SIGNED-FOR-BY     PIC X(30) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
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
          03 LINE 02 COLUMN 31 VALUE 'Furniture Delivery'
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
       01 CALENDAR-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 32 VALUE 'Delivery Calendar'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 05 VALUE 'Starting:'.
          03 LINE 04 COLUMN 15 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-START-DATE.
          03 LINE 04 COLUMN 28 VALUE '(TRUCK TAKES'.
          03 LINE 04 COLUMN 41 PIC Z9
                               FROM SC-DAILY-CAP.
          03 LINE 04 COLUMN 44 VALUE 'STOPS A DAY)'.
          03 LINE 06 COLUMN 05 VALUE 'DATE        DAY         BOOKED'.
          03 LINE 07 COLUMN 05 PIC X(50) FROM SC-CAL-01.
          03 LINE 08 COLUMN 05 PIC X(50) FROM SC-CAL-02.
          03 LINE 09 COLUMN 05 PIC X(50) FROM SC-CAL-03.
          03 LINE 10 COLUMN 05 PIC X(50) FROM SC-CAL-04.
          03 LINE 11 COLUMN 05 PIC X(50) FROM SC-CAL-05.
          03 LINE 12 COLUMN 05 PIC X(50) FROM SC-CAL-06.
          03 LINE 13 COLUMN 05 PIC X(50) FROM SC-CAL-07.
          03 LINE 14 COLUMN 05 PIC X(50) FROM SC-CAL-08.
          03 LINE 15 COLUMN 05 PIC X(50) FROM SC-CAL-09.
          03 LINE 16 COLUMN 05 PIC X(50) FROM SC-CAL-10.
          03 LINE 17 COLUMN 05 PIC X(50) FROM SC-CAL-11.
          03 LINE 18 COLUMN 05 PIC X(50) FROM SC-CAL-12.
          03 LINE 19 COLUMN 05 PIC X(50) FROM SC-CAL-13.
          03 LINE 20 COLUMN 05 PIC X(50) FROM SC-CAL-14.
          03 LINE 21 COLUMN 05 VALUE 'Move Receipt No.'.
          03 LINE 21 COLUMN 22 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-RECEIPT-NO.
          03 LINE 21 COLUMN 30 VALUE 'To'.
          03 LINE 21 COLUMN 33 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-NEW-DATE.
          03 LINE 23 COLUMN 05 VALUE 'Message:'.
          03 LINE 23 COLUMN 14 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
       01 COMPLETION-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 31 VALUE 'Delivery Completion'
                               HIGHLIGHT.
          03 LINE 05 COLUMN 07 VALUE 'Receipt No.'.
          03 LINE 05 COLUMN 20 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-RECEIPT-NO.
          03 LINE 06 COLUMN 08 VALUE 'Booked For'.
          03 LINE 06 COLUMN 20 PIC 99/99/9999
                               FROM SC-DLVR-DATE.
          03 LINE 07 COLUMN 08 VALUE 'Deliver To'.
          03 LINE 07 COLUMN 20 PIC X(30)
                               FROM SC-DLVR-NAME.
          03 LINE 08 COLUMN 20 PIC X(40)
                               FROM SC-ADDRESS-LINE.
          03 LINE 09 COLUMN 20 PIC X(40)
                               FROM SC-CITY-LINE.
          03 LINE 10 COLUMN 13 VALUE 'Phone'.
          03 LINE 10 COLUMN 20 PIC X(20)
                               FROM SC-PHONE.
          03 LINE 11 COLUMN 13 VALUE 'Items'.
          03 LINE 11 COLUMN 20 PIC Z9
                               FROM SC-ITEM-COUNT.
          03 LINE 12 COLUMN 12 VALUE 'Status'.
          03 LINE 12 COLUMN 20 PIC X(40)
                               FROM SC-STATUS-TEXT.
          03 LINE 14 COLUMN 05 VALUE 'Signed For By'.
          03 LINE 14 COLUMN 20 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-SIGNED-FOR-BY.
          03 LINE 17 COLUMN 07 VALUE 'Message:'.
          03 LINE 17 COLUMN 16 PIC X(40)
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
           IF MODE-IS-ROUTE
               PERFORM PRINT-ROUTE-SHEET
               GOBACK
           END-IF
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-SIGNED-IN
               IF MODE-IS-DONE
                   PERFORM RUN-COMPLETION-SCREEN
               ELSE
                   PERFORM RUN-CALENDAR-SCREEN
               END-IF
           END-IF
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS SHIPDESK'S: WHOEVER SIGNS IN IS
      *     STAMPED ON EVERY DELIVERY THE SESSION MARKS DONE ----------
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
      * --- THE CALENDAR.  EVERY ENTER REDRAWS THE TWO WEEKS FROM THE
      *     START DATE ON THE SCREEN; A RECEIPT NUMBER WITH A NEW DATE
      *     MOVES THAT DELIVERY FIRST ---------------------------------
       RUN-CALENDAR-SCREEN.
           MOVE DF-MMDDYYYY TO SC-START-DATE
           MOVE SPACES TO SC-MESSAGE
           PERFORM BUILD-CALENDAR
           PERFORM SHOW-CALENDAR UNTIL F1-PRESSED
           .
       SHOW-CALENDAR.
           DISPLAY CALENDAR-SCREEN
           ACCEPT CALENDAR-SCREEN
           MOVE SPACES TO SC-MESSAGE
           IF NOT F1-PRESSED
               IF SC-RECEIPT-NO NOT = ZEROS
                   PERFORM MOVE-DELIVERY
               END-IF
               PERFORM BUILD-CALENDAR
           END-IF
           .
       BUILD-CALENDAR.
           MOVE SC-START-DATE TO WS-CONV-MMDDYYYY
           PERFORM CONVERT-TO-ISO
           IF DATE-NOT-VALID
               MOVE 'START DATE MUST BE MMDDYYYY' TO SC-MESSAGE
               MOVE DF-MMDDYYYY TO SC-START-DATE WS-CONV-MMDDYYYY
               PERFORM CONVERT-TO-ISO
           END-IF
           MOVE WS-CONV-INT TO WS-START-INT
           PERFORM BUILD-CALENDAR-DAY
               VARYING WS-CAL-DAY FROM 1 BY 1 UNTIL WS-CAL-DAY > 14
           .
      * --- ONE LINE: THE DATE, THE DAY, AND STOPS BOOKED OF THE CAP --
       BUILD-CALENDAR-DAY.
           COMPUTE WS-CONV-INT = WS-START-INT + WS-CAL-DAY - 1
           COMPUTE WS-CONV-ISO = FUNCTION DATE-OF-INTEGER(WS-CONV-INT)
           COMPUTE WS-DOW = FUNCTION MOD(WS-CONV-INT - 1, 7) + 1
           MOVE WS-CONV-ISO TO DK-DELIVERY-DATE
           CALL 'DLVRCHK' USING DELIVERY-CHECK-PARAMS
           MOVE DK-DAILY-CAP TO SC-DAILY-CAP
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           MOVE DK-STOPS-BOOKED  TO WS-EDIT-STOPS
           MOVE DK-DAILY-CAP     TO WS-EDIT-CAP
           MOVE SPACES TO SC-CAL-LINE(WS-CAL-DAY)
           IF DK-DAY-IS-FULL
               STRING WS-EDIT-DATE '  ' WS-DOW-NAME(WS-DOW) '   '
                   WS-EDIT-STOPS ' OF ' WS-EDIT-CAP '   FULL'
                   DELIMITED BY SIZE INTO SC-CAL-LINE(WS-CAL-DAY)
           ELSE
               STRING WS-EDIT-DATE '  ' WS-DOW-NAME(WS-DOW) '   '
                   WS-EDIT-STOPS ' OF ' WS-EDIT-CAP
                   DELIMITED BY SIZE INTO SC-CAL-LINE(WS-CAL-DAY)
           END-IF
           .
      * --- A BOOKING MOVES ONLY WHILE IT IS STILL ON THE BOOKS, ONLY
      *     TO TODAY OR LATER, AND ONLY TO A DAY WITH ROOM.  THE FILE
      *     IS CLOSED AROUND THE DLVRCHK CALL, WHICH READS IT TOO ----
       MOVE-DELIVERY.
           MOVE SC-NEW-DATE TO WS-CONV-MMDDYYYY
           PERFORM CONVERT-TO-ISO
           EVALUATE TRUE
               WHEN DATE-NOT-VALID
                   MOVE 'KEY THE NEW DATE AS MMDDYYYY' TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN WS-CONV-INT < WS-TODAY-INT
                   MOVE 'THE NEW DATE IS ALREADY PAST' TO SC-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-CONV-ISO TO WS-NEW-ISO
           OPEN INPUT DELIVERY-QUEUE
           IF WS-DQ-STATUS NOT = '00'
               MOVE 'NO DELIVERIES ARE BOOKED YET' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SC-RECEIPT-NO TO DQ-RECEIPT-NO
           READ DELIVERY-QUEUE
               INVALID KEY
                   MOVE 'NO DELIVERY BOOKED UNDER THAT RECEIPT'
                       TO SC-MESSAGE
           END-READ
           CLOSE DELIVERY-QUEUE
           EVALUATE TRUE
               WHEN SC-MESSAGE NOT = SPACES
                   EXIT PARAGRAPH
               WHEN DQ-IS-DELIVERED
                   MOVE 'ALREADY DELIVERED -- NOTHING CHANGED'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN DQ-DELIVERY-DATE = WS-NEW-ISO
                   MOVE 'ALREADY BOOKED FOR THAT DAY' TO SC-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-NEW-ISO TO DK-DELIVERY-DATE
           CALL 'DLVRCHK' USING DELIVERY-CHECK-PARAMS
           IF DK-DAY-IS-FULL
               MOVE DK-MESSAGE TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DELIVERY-QUEUE
           MOVE SC-RECEIPT-NO TO DQ-RECEIPT-NO
           READ DELIVERY-QUEUE
               INVALID KEY
                   MOVE 'NO DELIVERY BOOKED UNDER THAT RECEIPT'
                       TO SC-MESSAGE
           END-READ
           IF SC-MESSAGE = SPACES
               MOVE WS-NEW-ISO TO DQ-DELIVERY-DATE
               REWRITE DELIVERY-QUEUE-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE THE DELIVERY CALENDAR'
                           TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE SC-NEW-DATE TO WS-EDIT-DATE
                       STRING 'RECEIPT ' SC-RECEIPT-NO ' MOVED TO '
                           WS-EDIT-DATE DELIMITED BY SIZE
                           INTO SC-MESSAGE
                       MOVE ZEROS TO SC-RECEIPT-NO SC-NEW-DATE
               END-REWRITE
           END-IF
           CLOSE DELIVERY-QUEUE
           .
      *-----------------------------------------------------------------
       RUN-COMPLETION-SCREEN.
           OPEN I-O DELIVERY-QUEUE
           IF WS-DQ-STATUS NOT = '00'
               DISPLAY 'NO DLVRQUE FILE -- NO DELIVERIES BOOKED'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPLETE-ONE-DELIVERY UNTIL F1-PRESSED
           CLOSE DELIVERY-QUEUE
           .
      * --- A NEW RECEIPT NUMBER ONLY BRINGS UP THE BOOKING; WHO SIGNED
      *     FOR IT IS TAKEN ON THE NEXT ENTER, ONCE THE DESK CAN SEE
      *     IT HAS THE RIGHT DELIVERY --------------------------------
       COMPLETE-ONE-DELIVERY.
           DISPLAY COMPLETION-SCREEN
           ACCEPT COMPLETION-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN SC-RECEIPT-NO NOT = WS-SHOWN-RECEIPT-NO
                   PERFORM LOOKUP-DELIVERY
               WHEN WS-SHOWN-RECEIPT-NO = ZEROS
                   MOVE 'KEY THE RECEIPT NO. FROM THE ROUTE SHEET'
                       TO SC-MESSAGE
               WHEN DQ-IS-DELIVERED
                   MOVE 'ALREADY DELIVERED -- NOTHING CHANGED'
                       TO SC-MESSAGE
               WHEN SC-SIGNED-FOR-BY = SPACES
                   MOVE 'KEY WHO SIGNED FOR THE PIECES' TO SC-MESSAGE
               WHEN OTHER
                   PERFORM MARK-DELIVERY-DONE
           END-EVALUATE
           .
       LOOKUP-DELIVERY.
           MOVE SC-RECEIPT-NO TO WS-SHOWN-RECEIPT-NO
           MOVE SPACES TO SC-DLVR-NAME SC-ADDRESS-LINE SC-CITY-LINE
                          SC-PHONE SC-STATUS-TEXT SC-SIGNED-FOR-BY
           MOVE ZEROS TO SC-DLVR-DATE SC-ITEM-COUNT
           MOVE SC-RECEIPT-NO TO DQ-RECEIPT-NO
           READ DELIVERY-QUEUE
               INVALID KEY
                   MOVE ZEROS TO WS-SHOWN-RECEIPT-NO
                   MOVE 'NO DELIVERY BOOKED UNDER THAT RECEIPT'
                       TO SC-MESSAGE
           END-READ
           IF WS-DQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE DQ-DELIVERY-DATE TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO SC-DLVR-DATE
           MOVE DQ-CUSTOMER-NAME TO SC-DLVR-NAME
           MOVE DQ-ADDRESS-LINE  TO SC-ADDRESS-LINE
           STRING FUNCTION TRIM(DQ-CITY) ', ' DQ-STATE '  '
               DQ-POSTAL-CODE DELIMITED BY SIZE INTO SC-CITY-LINE
           MOVE DQ-PHONE         TO SC-PHONE
           MOVE DQ-ITEM-COUNT    TO SC-ITEM-COUNT
           MOVE DQ-SIGNED-FOR-BY TO SC-SIGNED-FOR-BY
           IF DQ-IS-DELIVERED
               PERFORM SHOW-DELIVERED-STATUS
           ELSE
               MOVE 'BOOKED, NOT YET DELIVERED' TO SC-STATUS-TEXT
               MOVE 'KEY WHO SIGNED FOR THE PIECES, THEN ENTER'
                   TO SC-MESSAGE
           END-IF
           .
       SHOW-DELIVERED-STATUS.
           MOVE DQ-DELIVERED-DATE TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           MOVE SPACES TO SC-STATUS-TEXT
           STRING 'DELIVERED ' WS-EDIT-DATE ' BY ' DQ-DELIVERED-BY
               DELIMITED BY SIZE INTO SC-STATUS-TEXT
           .
       MARK-DELIVERY-DONE.
           MOVE SC-SIGNED-FOR-BY     TO DQ-SIGNED-FOR-BY
           MOVE WS-TODAY-ISO         TO DQ-DELIVERED-DATE
           MOVE WS-OPERATOR-INITIALS TO DQ-DELIVERED-BY
           SET DQ-IS-DELIVERED       TO TRUE
           REWRITE DELIVERY-QUEUE-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE DELIVERY CALENDAR'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   PERFORM SHOW-DELIVERED-STATUS
                   MOVE 'MARKED DELIVERED -- KEY THE NEXT RECEIPT'
                       TO SC-MESSAGE
           END-REWRITE
           .
      *-----------------------------------------------------------------
      * --- ONE DAY'S ROUTE, IN RECEIPT ORDER WITHIN THE DAY.  EACH
      *     PIECE HAS A BOX FOR THE PULL FROM THE FLOOR AND ONE FOR
      *     THE DROP; A PIECE WITH NO BOOTH ON ITS BOOKING COMES FROM
      *     THE CONSIGNOR'S MAIN BOOTH ON THE TENANT MASTER ----------
       PRINT-ROUTE-SHEET.
           PERFORM GET-ROUTE-DATE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DELIVERY-QUEUE
           IF WS-DQ-STATUS NOT = '00'
               DISPLAY 'NO DLVRQUE FILE -- NO DELIVERIES BOOKED'
               EXIT PARAGRAPH
           END-IF
           SET TENANT-FILE-CLOSED TO TRUE
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS = '00'
               SET TENANT-FILE-OPEN TO TRUE
           END-IF
           SET SP-OP-OPEN TO TRUE
           MOVE 'ROUTESHT' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE WS-ROUTE-ISO TO WS-CONV-ISO
           PERFORM CONVERT-FROM-ISO
           MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
           COMPUTE WS-CONV-INT = FUNCTION INTEGER-OF-DATE(WS-ROUTE-ISO)
           COMPUTE WS-DOW = FUNCTION MOD(WS-CONV-INT - 1, 7) + 1
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DELIVERY ROUTE SHEET FOR ' WS-EDIT-DATE '  '
               WS-DOW-NAME(WS-DOW) DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ROUTE-ISO TO DQ-DELIVERY-DATE
           START DELIVERY-QUEUE KEY IS EQUAL TO DQ-DELIVERY-DATE
               INVALID KEY
                   SET END-OF-ROUTE-DAY TO TRUE
           END-START
           IF NOT END-OF-ROUTE-DAY
               PERFORM READ-ROUTE-STOP
           END-IF
           PERFORM LIST-ONE-STOP UNTIL END-OF-ROUTE-DAY
           CLOSE DELIVERY-QUEUE
           IF TENANT-FILE-OPEN
               CLOSE TENANT-MASTER
           END-IF
           IF WS-STOP-COUNT = ZEROS
               MOVE 'NO DELIVERIES BOOKED FOR THIS DAY' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE WS-STOP-COUNT TO WS-EDIT-STOPS
           MOVE WS-PIECE-COUNT TO WS-EDIT-COUNT
           STRING 'STOPS: ' WS-EDIT-STOPS '    PIECES: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      * --- ROUTE DATE FROM ARGV(2) AS MMDDYYYY, ELSE TODAY ----------
       GET-ROUTE-DATE.
           MOVE WS-TODAY-ISO TO WS-ROUTE-ISO
           IF ARGC >= 2
               MOVE ARGV(2)(1:8) TO WS-CONV-MMDDYYYY
               PERFORM CONVERT-TO-ISO
               IF DATE-NOT-VALID
                   DISPLAY 'ROUTE DATE MUST BE MMDDYYYY'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CONV-ISO TO WS-ROUTE-ISO
           END-IF
           .
       READ-ROUTE-STOP.
           READ DELIVERY-QUEUE NEXT RECORD
               AT END
                   SET END-OF-ROUTE-DAY TO TRUE
           END-READ
           IF NOT END-OF-ROUTE-DAY
                   AND DQ-DELIVERY-DATE NOT = WS-ROUTE-ISO
               SET END-OF-ROUTE-DAY TO TRUE
           END-IF
           .
       LIST-ONE-STOP.
           ADD 1 TO WS-STOP-COUNT
           MOVE WS-STOP-COUNT TO WS-EDIT-STOPS
           STRING 'STOP ' WS-EDIT-STOPS '   RECEIPT ' DQ-RECEIPT-NO
               '   ' DQ-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING '          ' DQ-ADDRESS-LINE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING '          ' FUNCTION TRIM(DQ-CITY) ', ' DQ-STATE
               '  ' DQ-POSTAL-CODE DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING '          PHONE ' DQ-PHONE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF DQ-IS-DELIVERED
               MOVE DQ-DELIVERED-DATE TO WS-CONV-ISO
               PERFORM CONVERT-FROM-ISO
               MOVE WS-CONV-MMDDYYYY TO WS-EDIT-DATE
               STRING '          ** DELIVERED ' WS-EDIT-DATE ' BY '
                   DQ-DELIVERED-BY ' **' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE '    PULL DROP  SKU           BOOTH       DESCRIPTION'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM LIST-ONE-PIECE
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > DQ-ITEM-COUNT
           MOVE '          RECEIVED BY ______________________________'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM READ-ROUTE-STOP
           .
       LIST-ONE-PIECE.
           ADD 1 TO WS-PIECE-COUNT
           MOVE DQ-ITEM-BOOTH(WS-ITEM-IDX) TO WS-PULL-BOOTH
           IF WS-PULL-BOOTH = SPACES
                   AND DQ-ITEM-TENANT-ID(WS-ITEM-IDX) NOT = ZEROS
                   AND TENANT-FILE-OPEN
               MOVE DQ-ITEM-TENANT-ID(WS-ITEM-IDX) TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS = '00'
                   MOVE TM-BOOTH-LOCATION TO WS-PULL-BOOTH
               END-IF
           END-IF
           STRING '    [ ]  [ ]   ' DQ-ITEM-SKU(WS-ITEM-IDX) '  '
               WS-PULL-BOOTH '  ' DQ-ITEM-DESCRIPTION(WS-ITEM-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
