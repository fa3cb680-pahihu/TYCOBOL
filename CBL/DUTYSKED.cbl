       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUTYSKED.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    DUTYSKED -- DEALER FLOOR-DUTY SCHEDULE.  THE LEASE LETS A
      *    DEALER WORK DESK SHIFTS (MORNING 'M' OR AFTERNOON 'A') FOR
      *    A RENT CREDIT, AND CHARGES A DEALER WHO SIGNS UP AND DOES
      *    NOT SHOW.
      *      "GNUMAIN DUTYSKED"           SCREEN, BEHIND THE OPERATOR
      *                                   PIN: KEY A DATE AND SHIFT TO
      *                                   SEE WHO HAS IT, THEN A DEALER
      *                                   NUMBER AND THAT DEALER'S
      *                                   REGISTER INITIALS TO SIGN
      *                                   THEM UP OR SWAP THE SHIFT TO
      *                                   THEM; DEALER 000000 DROPS IT
      *      "GNUMAIN DUTYSKED CHECKIN"   DESK KIOSK: THE DEALER ON
      *                                   DUTY KEYS THEIR REGISTER PIN
      *                                   AT THE START AND END OF THE
      *                                   SHIFT, THE SAME PROMPT
      *                                   TIMECLCK GIVES STAFF
      *      "GNUMAIN DUTYSKED LIST [FROM-YYMMDD] [TO-YYMMDD]"
      *                                   WHO IS COVERING EACH SHIFT,
      *                                   OPEN SHIFTS INCLUDED, SPOOLED
      *                                   AS 'DUTYLIST' (DEFAULT: THE
      *                                   NEXT SEVEN DAYS)
      *      "GNUMAIN DUTYSKED MONTHEND [YYMM]"
      *                                   POSTS EVERY PAST SHIFT NOT
      *                                   YET POSTED THROUGH ARPOST: A
      *                                   RENT CREDIT FOR EACH SHIFT
      *                                   CHECKED INTO, A CHARGE FOR
      *                                   EACH NO-SHOW; THE ATTENDANCE
      *                                   REPORT IS SPOOLED AS
      *                                   'DUTYATTN'
      *    THE CREDIT AND CHARGE AMOUNTS COME OFF THE DUTYPOL CONTROL
      *    ROW.  A DEALER WHO COVERS THE DESK RINGS SALES, SO ALREADY
      *    HAS A REGISTER PIN; THE INITIALS KEYED AT SIGN-UP ARE WHAT
      *    THAT PIN MUST COME BACK AS AT CHECK-IN.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT DUTY-SCHEDULE
               ASSIGN TO 'DUTYSKED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-SHIFT-KEY
               FILE STATUS IS WS-DY-STATUS.
           SELECT DUTY-POLICY
               ASSIGN TO 'DUTYPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DU-STATUS.
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
       FD  DUTY-SCHEDULE.
       COPY DUTYSKED.
       FD  DUTY-POLICY.
       COPY DUTYPOL.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       WORKING-STORAGE SECTION.
       01 WS-DY-STATUS         PIC XX VALUE '00'.
       01 WS-DU-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-CHECKIN           VALUE 'CHECKIN'.
          88 MODE-IS-LIST              VALUE 'LIST'.
          88 MODE-IS-MONTHEND          VALUE 'MONTHEND'.
       01 WS-SWITCHES.
          03 WS-DY-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DUTY-SCHEDULE   VALUE 1.
          03 WS-DU-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DUTY-POLICY     VALUE 1.
          03 WS-SLOT-SW        PIC 9 VALUE 0.
             88 SLOT-IS-TAKEN          VALUE 1.
             88 SLOT-IS-OPEN           VALUE 0.
          03 WS-SHIFT-SW       PIC 9 VALUE 0.
             88 SHIFT-FOUND            VALUE 1.
             88 SHIFT-NOT-FOUND        VALUE 0.
       01 WS-TODAY-YYMMDD      PIC 9(6) VALUE ZEROS.
       01 WS-TIME-NOW          PIC 9(6) VALUE ZEROS.
       01 WS-TARGET-YYMM       PIC 9(4) VALUE ZEROS.
       01 WS-FROM-DATE         PIC 9(6) VALUE ZEROS.
       01 WS-TO-DATE           PIC 9(6) VALUE ZEROS.
       01 WS-TRY-SHIFT         PIC X VALUE SPACE.
      * --- DATE ARITHMETIC: YYMMDD <-> INTEGER DAY NUMBERS -----------
       01 WS-DATE-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-DATE-INT          PIC S9(8) COMP.
       01 WS-FROM-INT          PIC S9(8) COMP.
       01 WS-TO-INT            PIC S9(8) COMP.
       01 WS-LIST-INT          PIC S9(8) COMP.
       01 WS-LIST-DATE         PIC 9(6) VALUE ZEROS.
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
       01 WS-SHIFT-NAME        PIC X(9) VALUE SPACES.
       01 WS-DEALER-NAME       PIC X(30) VALUE SPACES.
      * --- THE LEASE TERMS OFF DUTYPOL (DEFAULTS IF THE ROW IS BAD) --
       01 WS-SHIFT-CREDIT      PIC 9(4)V9(2) VALUE 25.00.
       01 WS-MISSED-FEE        PIC 9(4)V9(2) VALUE 15.00.
      * --- MONTH-END TOTALS ------------------------------------------
       01 WS-WORKED-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-MISSED-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-UPCOMING-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-CREDIT-TOTAL      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-CHARGE-TOTAL      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-POSTED-AMOUNT     PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-OUTCOME-TEXT      PIC X(12) VALUE SPACES.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-EDIT-AMOUNT       PIC Z,ZZ9.99.
       01 WS-EDIT-TOTAL        PIC ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT        PIC ZZZ9.
       01 WS-SHOWN-DATE        PIC 9(6) VALUE ZEROS.
       01 WS-SHOWN-SHIFT       PIC X VALUE SPACE.
       01 WS-OLD-TENANT-ID     PIC 9(6) VALUE ZEROS.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY ARPOST.
       COPY SPOOLIO.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-DUTY-DATE         PIC 9(6) VALUE ZEROS.
       01 SC-SHIFT             PIC X VALUE SPACE.
       01 SC-DAY-NAME          PIC X(9) VALUE SPACES.
       01 SC-COVERED-BY        PIC X(40) VALUE SPACES.
       01 SC-STATUS-TEXT       PIC X(40) VALUE SPACES.
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-DEALER-INITIALS   PIC X(3) VALUE SPACES.
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
          03 LINE 02 COLUMN 30 VALUE 'Floor-Duty Schedule'
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
       01 DUTYSKED-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 30 VALUE 'Floor-Duty Schedule'
                               HIGHLIGHT.
          03 LINE 05 COLUMN 05 VALUE 'Date (YYMMDD)'.
          03 LINE 05 COLUMN 20 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-DUTY-DATE.
          03 LINE 05 COLUMN 28 PIC X(9)
                               FROM SC-DAY-NAME.
          03 LINE 06 COLUMN 05 VALUE 'Shift (M/A)'.
          03 LINE 06 COLUMN 20 PIC X
                               REVERSE-VIDEO
                               USING SC-SHIFT.
          03 LINE 08 COLUMN 05 VALUE 'Covered By'.
          03 LINE 08 COLUMN 20 PIC X(40)
                               FROM SC-COVERED-BY.
          03 LINE 09 COLUMN 05 VALUE 'Status'.
          03 LINE 09 COLUMN 20 PIC X(40)
                               FROM SC-STATUS-TEXT.
          03 LINE 11 COLUMN 05 VALUE 'Dealer No.'.
          03 LINE 11 COLUMN 20 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-TENANT-ID.
          03 LINE 12 COLUMN 05 VALUE 'Reg. Initials'.
          03 LINE 12 COLUMN 20 PIC X(3)
                               REVERSE-VIDEO
                               USING SC-DEALER-INITIALS.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
       01 CHECKIN-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 28 VALUE 'Desk Duty Check In / Out'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Your PIN:'.
          03 LINE 10 COLUMN 35 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-OPERATOR-PIN.
          03 LINE 13 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Done'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-YYMMDD FROM DATE
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-LIST
                   PERFORM PRINT-DUTY-SCHEDULE
                   GOBACK
               WHEN MODE-IS-MONTHEND
                   IF ARGC >= 2
                       MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-YYMM
                   END-IF
                   PERFORM POST-MONTH-END
                   GOBACK
               WHEN MODE-IS-CHECKIN
                   PERFORM RUN-CHECK-IN-SCREEN
               WHEN OTHER
                   PERFORM GET-OPERATOR-PIN
                   IF OPERATOR-SIGNED-IN
                       PERFORM RUN-SIGN-UP-SCREEN
                   END-IF
           END-EVALUATE
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS ITMENT'S: WHOEVER SIGNS IN IS
      *     STAMPED ON EVERY SIGN-UP AND SWAP THE SESSION MAKES -------
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
       OPEN-DUTY-SCHEDULE.
           OPEN I-O DUTY-SCHEDULE
           IF WS-DY-STATUS = '35'
               OPEN OUTPUT DUTY-SCHEDULE
               CLOSE DUTY-SCHEDULE
               OPEN I-O DUTY-SCHEDULE
           END-IF
           .
       RUN-SIGN-UP-SCREEN.
           PERFORM OPEN-DUTY-SCHEDULE
           OPEN INPUT TENANT-MASTER
           PERFORM SIGN-UP-ONE-SHIFT UNTIL F1-PRESSED
           CLOSE TENANT-MASTER
           CLOSE DUTY-SCHEDULE
           .
      * --- A NEW DATE OR SHIFT ONLY BRINGS UP WHO HAS IT; THE DEALER
      *     IS TAKEN ON THE NEXT ENTER, ONCE THE DESK CAN SEE WHAT IT
      *     IS ABOUT TO CHANGE ----------------------------------------
       SIGN-UP-ONE-SHIFT.
           DISPLAY DUTYSKED-SCREEN
           ACCEPT DUTYSKED-SCREEN
           MOVE SPACES TO SC-MESSAGE
           INSPECT SC-SHIFT CONVERTING 'ma' TO 'MA'
           INSPECT SC-DEALER-INITIALS
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN SC-DUTY-DATE NOT = WS-SHOWN-DATE
                       OR SC-SHIFT NOT = WS-SHOWN-SHIFT
                   PERFORM LOOKUP-DUTY-SHIFT
               WHEN WS-SHOWN-DATE = ZEROS
                   MOVE 'KEY THE DATE (YYMMDD) AND SHIFT (M OR A)'
                       TO SC-MESSAGE
               WHEN WS-SHOWN-DATE < WS-TODAY-YYMMDD
                   MOVE 'THAT SHIFT IS PAST -- NOTHING CHANGED'
                       TO SC-MESSAGE
               WHEN SLOT-IS-TAKEN AND NOT DY-NOT-POSTED
                   MOVE 'SHIFT ALREADY POSTED -- NOTHING CHANGED'
                       TO SC-MESSAGE
               WHEN SC-TENANT-ID = ZEROS
                   PERFORM DROP-DUTY-SHIFT
               WHEN SC-DEALER-INITIALS = SPACES
                   MOVE 'KEY THE DEALER''S REGISTER INITIALS'
                       TO SC-MESSAGE
               WHEN OTHER
                   PERFORM SIGN-UP-OR-SWAP
           END-EVALUATE
           .
       LOOKUP-DUTY-SHIFT.
           MOVE ZEROS  TO WS-SHOWN-DATE
           MOVE SPACE  TO WS-SHOWN-SHIFT
           MOVE SPACES TO SC-DAY-NAME SC-COVERED-BY SC-STATUS-TEXT
                          SC-DEALER-INITIALS
           MOVE ZEROS  TO SC-TENANT-ID
           SET SLOT-IS-OPEN TO TRUE
           COMPUTE WS-DATE-ISO = 20000000 + SC-DUTY-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
               MOVE 'NOT A VALID DATE -- KEY IT AS YYMMDD'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SC-SHIFT TO DY-SHIFT
           IF NOT DY-SHIFT-VALID
               MOVE 'SHIFT IS M (MORNING) OR A (AFTERNOON)'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DAY-NAME
           MOVE WS-DOW-NAME(WS-DOW) TO SC-DAY-NAME
           MOVE SC-DUTY-DATE TO WS-SHOWN-DATE
           MOVE SC-SHIFT     TO WS-SHOWN-SHIFT
           MOVE SC-DUTY-DATE TO DY-DUTY-DATE
           READ DUTY-SCHEDULE
               INVALID KEY
                   MOVE 'OPEN -- NO DEALER SIGNED UP' TO SC-COVERED-BY
                   MOVE 'KEY A DEALER AND INITIALS TO SIGN UP'
                       TO SC-MESSAGE
           END-READ
           IF WS-DY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET SLOT-IS-TAKEN TO TRUE
           MOVE DY-TENANT-ID   TO SC-TENANT-ID
           MOVE DY-OPERATOR-ID TO SC-DEALER-INITIALS
           PERFORM SHOW-COVERING-DEALER
           PERFORM SET-SHIFT-STATUS-TEXT
           MOVE 'CHANGE THE DEALER TO SWAP, 000000 TO DROP'
               TO SC-MESSAGE
           .
       SHOW-COVERING-DEALER.
           MOVE DY-TENANT-ID TO TM-TENANT-ID
           PERFORM FIND-DEALER-NAME
           MOVE SPACES TO SC-COVERED-BY
           STRING DY-TENANT-ID ' ' WS-DEALER-NAME
               DELIMITED BY SIZE INTO SC-COVERED-BY
           .
       SET-SHIFT-STATUS-TEXT.
           MOVE SPACES TO SC-STATUS-TEXT
           EVALUATE TRUE
               WHEN DY-WAS-WORKED
                   STRING 'WORKED -- CREDITED ' DY-POSTED-DATE
                       DELIMITED BY SIZE INTO SC-STATUS-TEXT
               WHEN DY-WAS-MISSED
                   STRING 'NO-SHOW -- CHARGED ' DY-POSTED-DATE
                       DELIMITED BY SIZE INTO SC-STATUS-TEXT
               WHEN DY-CHECK-OUT-TIME > ZEROS
                   STRING 'IN ' DY-CHECK-IN-TIME
                       '  OUT ' DY-CHECK-OUT-TIME
                       DELIMITED BY SIZE INTO SC-STATUS-TEXT
               WHEN DY-CHECK-IN-TIME > ZEROS
                   STRING 'CHECKED IN ' DY-CHECK-IN-TIME
                       DELIMITED BY SIZE INTO SC-STATUS-TEXT
               WHEN OTHER
                   STRING 'SIGNED UP BY ' DY-SIGNED-UP-BY
                       DELIMITED BY SIZE INTO SC-STATUS-TEXT
           END-EVALUATE
           .
      * --- A DEALER WHO CAN'T MAKE IT AND HAS NO ONE TO SWAP WITH IS
      *     TAKEN OFF BEFORE THE DAY, SO THE SHIFT SHOWS AS OPEN ------
       DROP-DUTY-SHIFT.
           IF SLOT-IS-OPEN
               MOVE 'NO ONE IS SIGNED UP FOR THAT SHIFT'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF DY-CHECK-IN-TIME > ZEROS
               MOVE 'DEALER ALREADY CHECKED IN -- NOT DROPPED'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DELETE DUTY-SCHEDULE
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE DUTY SCHEDULE'
                       TO SC-MESSAGE
               NOT INVALID KEY
                   SET SLOT-IS-OPEN TO TRUE
                   MOVE 'OPEN -- NO DEALER SIGNED UP' TO SC-COVERED-BY
                   MOVE SPACES TO SC-STATUS-TEXT SC-DEALER-INITIALS
                   MOVE 'DEALER DROPPED -- SHIFT IS OPEN'
                       TO SC-MESSAGE
           END-DELETE
           .
      * --- AN OPEN SHIFT IS A SIGN-UP; A TAKEN ONE IS A SWAP TO THE
      *     NEW DEALER, WHO THEN OWES THE SHIFT ----------------------
       SIGN-UP-OR-SWAP.
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   MOVE 'DEALER NOT ON FILE' TO SC-MESSAGE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SLOT-IS-OPEN
               MOVE WS-SHOWN-DATE        TO DY-DUTY-DATE
               MOVE WS-SHOWN-SHIFT       TO DY-SHIFT
               MOVE SC-TENANT-ID         TO DY-TENANT-ID
               MOVE SC-DEALER-INITIALS   TO DY-OPERATOR-ID
               MOVE WS-OPERATOR-INITIALS TO DY-SIGNED-UP-BY
               MOVE ZEROS TO DY-CHECK-IN-TIME DY-CHECK-OUT-TIME
                             DY-POSTED-DATE
               SET DY-NOT-POSTED TO TRUE
               WRITE DUTY-SCHEDULE-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE THE DUTY SCHEDULE'
                           TO SC-MESSAGE
                   NOT INVALID KEY
                       SET SLOT-IS-TAKEN TO TRUE
                       MOVE 'DEALER SIGNED UP FOR THE SHIFT'
                           TO SC-MESSAGE
               END-WRITE
           ELSE
               IF SC-TENANT-ID = DY-TENANT-ID
                       AND SC-DEALER-INITIALS = DY-OPERATOR-ID
                   MOVE 'SAME DEALER -- NOTHING CHANGED'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF DY-CHECK-IN-TIME > ZEROS
                       AND SC-TENANT-ID NOT = DY-TENANT-ID
                   MOVE 'DEALER ALREADY CHECKED IN -- NOT SWAPPED'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE DY-TENANT-ID         TO WS-OLD-TENANT-ID
               MOVE SC-TENANT-ID         TO DY-TENANT-ID
               MOVE SC-DEALER-INITIALS   TO DY-OPERATOR-ID
               MOVE WS-OPERATOR-INITIALS TO DY-SIGNED-UP-BY
               REWRITE DUTY-SCHEDULE-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE THE DUTY SCHEDULE'
                           TO SC-MESSAGE
                   NOT INVALID KEY
                       IF WS-OLD-TENANT-ID = DY-TENANT-ID
                           MOVE 'REGISTER INITIALS CORRECTED'
                               TO SC-MESSAGE
                       ELSE
                           STRING 'SWAPPED FROM ' WS-OLD-TENANT-ID
                               ' TO ' DY-TENANT-ID
                               DELIMITED BY SIZE INTO SC-MESSAGE
                       END-IF
               END-REWRITE
           END-IF
           PERFORM SHOW-COVERING-DEALER
           PERFORM SET-SHIFT-STATUS-TEXT
           .
      *-----------------------------------------------------------------
      * --- ONE PIN, ONE PUNCH, AS AT TIMECLCK: THE FIRST OF TODAY'S
      *     SHIFTS THE DEALER HAS NOT CHECKED OUT OF TAKES IT, AS AN
      *     IN IF NOT YET CHECKED IN, OTHERWISE AS THE OUT ------------
       RUN-CHECK-IN-SCREEN.
           PERFORM OPEN-DUTY-SCHEDULE
           PERFORM TAKE-ONE-DUTY-PUNCH UNTIL F1-PRESSED
           CLOSE DUTY-SCHEDULE
           .
       TAKE-ONE-DUTY-PUNCH.
           MOVE SPACES TO SC-OPERATOR-PIN
           DISPLAY CHECKIN-SCREEN
           ACCEPT CHECKIN-SCREEN
           IF NOT F1-PRESSED
               MOVE SPACES TO SC-MESSAGE
               MOVE SC-OPERATOR-PIN TO OP-PIN-INPUT
               CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
               IF OP-NOT-VALID
                   MOVE 'PIN NOT ON THE OPERATOR TABLE'
                       TO SC-MESSAGE
               ELSE
                   MOVE OP-INITIALS-OUT TO WS-OPERATOR-INITIALS
                   PERFORM FIND-TODAYS-SHIFT
                   IF SHIFT-FOUND
                       PERFORM PUNCH-DUTY-SHIFT
                   ELSE
                       STRING 'NO OPEN DESK SHIFT TODAY FOR '
                           WS-OPERATOR-INITIALS
                           DELIMITED BY SIZE INTO SC-MESSAGE
                   END-IF
               END-IF
               DISPLAY CHECKIN-SCREEN
           END-IF
           .
       FIND-TODAYS-SHIFT.
           SET SHIFT-NOT-FOUND TO TRUE
           MOVE 'M' TO WS-TRY-SHIFT
           PERFORM TRY-ONE-SHIFT
           IF SHIFT-NOT-FOUND
               MOVE 'A' TO WS-TRY-SHIFT
               PERFORM TRY-ONE-SHIFT
           END-IF
           .
       TRY-ONE-SHIFT.
           MOVE WS-TODAY-YYMMDD TO DY-DUTY-DATE
           MOVE WS-TRY-SHIFT    TO DY-SHIFT
           READ DUTY-SCHEDULE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DY-STATUS = '00'
                   AND DY-OPERATOR-ID = WS-OPERATOR-INITIALS
                   AND DY-CHECK-OUT-TIME = ZEROS
               SET SHIFT-FOUND TO TRUE
           END-IF
           .
       PUNCH-DUTY-SHIFT.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TIME-NOW =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           PERFORM SET-SHIFT-NAME
           IF DY-CHECK-IN-TIME = ZEROS
               MOVE WS-TIME-NOW TO DY-CHECK-IN-TIME
               STRING WS-OPERATOR-INITIALS ' IN FOR '
                   WS-SHIFT-NAME ' AT ' WS-TIME-NOW
                   DELIMITED BY SIZE INTO SC-MESSAGE
           ELSE
               MOVE WS-TIME-NOW TO DY-CHECK-OUT-TIME
               STRING WS-OPERATOR-INITIALS ' OUT OF '
                   WS-SHIFT-NAME ' AT ' WS-TIME-NOW
                   DELIMITED BY SIZE INTO SC-MESSAGE
           END-IF
           REWRITE DUTY-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE DUTY SCHEDULE'
                       TO SC-MESSAGE
           END-REWRITE
           .
      *-----------------------------------------------------------------
      * --- WHO IS COVERING THE DESK, DAY BY DAY, WITH EVERY SHIFT NO
      *     ONE HAS SIGNED UP FOR CALLED OUT AS OPEN ------------------
       PRINT-DUTY-SCHEDULE.
           MOVE WS-TODAY-YYMMDD TO WS-FROM-DATE
           IF ARGC >= 2
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-FROM-DATE
           END-IF
           COMPUTE WS-DATE-ISO = 20000000 + WS-FROM-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
               DISPLAY 'FROM DATE MUST BE YYMMDD'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           COMPUTE WS-TO-INT = WS-FROM-INT + 6
           IF ARGC >= 3
               MOVE FUNCTION NUMVAL(ARGV(3)) TO WS-TO-DATE
               COMPUTE WS-DATE-ISO = 20000000 + WS-TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ISO) NOT = ZEROS
                   DISPLAY 'TO DATE MUST BE YYMMDD'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           END-IF
           OPEN INPUT DUTY-SCHEDULE
           IF WS-DY-STATUS NOT = '00'
               DISPLAY 'NO DUTYSKED FILE -- NO ONE HAS SIGNED UP'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           SET SP-OP-OPEN TO TRUE
           MOVE 'DUTYLIST' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FLOOR-DUTY SCHEDULE AS OF ' DF-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'DATE    DAY       SHIFT     DEALER  NAME'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM LIST-ONE-DAY
               VARYING WS-LIST-INT FROM WS-FROM-INT BY 1
               UNTIL WS-LIST-INT > WS-TO-INT
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE TENANT-MASTER
           CLOSE DUTY-SCHEDULE
           .
       LIST-ONE-DAY.
           COMPUTE WS-DATE-ISO = FUNCTION DATE-OF-INTEGER(WS-LIST-INT)
           MOVE WS-DATE-ISO(3:6) TO WS-LIST-DATE
           COMPUTE WS-DOW = FUNCTION MOD(WS-LIST-INT - 1, 7) + 1
           MOVE 'M' TO WS-TRY-SHIFT
           PERFORM LIST-ONE-SHIFT
           MOVE 'A' TO WS-TRY-SHIFT
           PERFORM LIST-ONE-SHIFT
           .
       LIST-ONE-SHIFT.
           MOVE WS-LIST-DATE TO DY-DUTY-DATE
           MOVE WS-TRY-SHIFT TO DY-SHIFT
           PERFORM SET-SHIFT-NAME
           READ DUTY-SCHEDULE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DY-STATUS = '00'
               MOVE DY-TENANT-ID TO TM-TENANT-ID
               PERFORM FIND-DEALER-NAME
               STRING WS-LIST-DATE '  ' WS-DOW-NAME(WS-DOW) ' '
                   WS-SHIFT-NAME ' ' DY-TENANT-ID '  '
                   WS-DEALER-NAME ' (' DY-OPERATOR-ID ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-LIST-DATE '  ' WS-DOW-NAME(WS-DOW) ' '
                   WS-SHIFT-NAME ' ------  *** OPEN -- NO DEALER ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
      *-----------------------------------------------------------------
      * --- MONTH-END: EVERY SHIFT BEFORE TODAY NOT YET POSTED TURNS
      *     INTO A RENT CREDIT (CHECKED IN) OR A NO-SHOW CHARGE, AND
      *     THE ROW IS STAMPED SO A RERUN POSTS NOTHING TWICE.  WITH A
      *     YYMM ONLY THAT MONTH'S SHIFTS ARE POSTED AND LISTED -------
       POST-MONTH-END.
           PERFORM LOAD-DUTY-POLICY
           OPEN I-O DUTY-SCHEDULE
           IF WS-DY-STATUS NOT = '00'
               DISPLAY 'NO DUTYSKED FILE -- NOTHING TO POST'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           SET SP-OP-OPEN TO TRUE
           MOVE 'DUTYATTN' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           IF WS-TARGET-YYMM = ZEROS
               STRING 'FLOOR-DUTY ATTENDANCE -- ALL SHIFTS, RUN '
                   DF-MMDDYYYY DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'FLOOR-DUTY ATTENDANCE FOR ' WS-TARGET-YYMM
                   ' (YYMM), RUN ' DF-MMDDYYYY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE 'DATE   SHIFT     DEALER  NAME' TO WS-RPT-LINE
           MOVE 'IN     OUT    OUTCOME      AMOUNT'
               TO WS-RPT-LINE(45:33)
           PERFORM EMIT-REPORT-LINE
           PERFORM READ-DUTY-SCHEDULE
           PERFORM POST-ONE-SHIFT UNTIL END-OF-DUTY-SCHEDULE
           CLOSE TENANT-MASTER
           CLOSE DUTY-SCHEDULE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WORKED-COUNT TO WS-EDIT-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL
           STRING 'SHIFTS WORKED:   ' WS-EDIT-COUNT
               '   RENT CREDITED:  ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL
           STRING 'NO-SHOWS:        ' WS-EDIT-COUNT
               '   CHARGED:        ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-UPCOMING-COUNT > ZEROS
               MOVE WS-UPCOMING-COUNT TO WS-EDIT-COUNT
               STRING 'STILL TO COME:   ' WS-EDIT-COUNT
                   '   (TODAY ON -- NOT POSTED YET)'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-DUTY-SCHEDULE.
           READ DUTY-SCHEDULE NEXT RECORD
               AT END
                   SET END-OF-DUTY-SCHEDULE TO TRUE
           END-READ
           .
       POST-ONE-SHIFT.
           IF WS-TARGET-YYMM NOT = ZEROS
                   AND DY-DUTY-DATE(1:4) NOT = WS-TARGET-YYMM
               PERFORM READ-DUTY-SCHEDULE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-POSTED-AMOUNT
           EVALUATE TRUE
               WHEN DY-DUTY-DATE >= WS-TODAY-YYMMDD
                   MOVE 'NOT YET'      TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-UPCOMING-COUNT
               WHEN DY-NOT-POSTED
                   PERFORM POST-SHIFT-OUTCOME
               WHEN DY-WAS-WORKED
                   MOVE 'WORKED-PRIOR' TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE 'NOSHOW-PRIOR' TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE DY-TENANT-ID TO TM-TENANT-ID
           PERFORM FIND-DEALER-NAME
           PERFORM SET-SHIFT-NAME
           MOVE SPACES TO WS-RPT-LINE
           STRING DY-DUTY-DATE ' ' WS-SHIFT-NAME ' ' DY-TENANT-ID
               '  ' WS-DEALER-NAME(1:18)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE DY-CHECK-IN-TIME  TO WS-RPT-LINE(45:6)
           MOVE DY-CHECK-OUT-TIME TO WS-RPT-LINE(52:6)
           MOVE WS-OUTCOME-TEXT   TO WS-RPT-LINE(59:12)
           IF WS-POSTED-AMOUNT > ZEROS
               MOVE WS-POSTED-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE(72:8)
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF DY-CHECK-IN-TIME > ZEROS AND DY-CHECK-OUT-TIME = ZEROS
                   AND DY-DUTY-DATE < WS-TODAY-YYMMDD
               MOVE '        *** NO CHECK-OUT ON FILE -- CREDITED ON'
                   TO WS-RPT-LINE
               MOVE ' THE CHECK-IN ***' TO WS-RPT-LINE(48:17)
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-DUTY-SCHEDULE
           .
      * --- CHECKED IN MEANS WORKED -- A FORGOTTEN CHECK-OUT IS
      *     FLAGGED ON THE REPORT BUT STILL CREDITED ------------------
       POST-SHIFT-OUTCOME.
           MOVE DY-TENANT-ID TO AP-TENANT-ID
           MOVE SPACES TO AP-DESCRIPTION
           IF DY-CHECK-IN-TIME > ZEROS
               SET DY-WAS-WORKED TO TRUE
               MOVE 'WORKED'          TO WS-OUTCOME-TEXT
               MOVE WS-SHIFT-CREDIT   TO WS-POSTED-AMOUNT
               ADD 1 TO WS-WORKED-COUNT
               ADD WS-SHIFT-CREDIT TO WS-CREDIT-TOTAL
               MOVE 'K' TO AP-TYPE
               STRING 'DESK SHIFT ' DY-DUTY-DATE ' ' DY-SHIFT
                   DELIMITED BY SIZE INTO AP-DESCRIPTION
           ELSE
               SET DY-WAS-MISSED TO TRUE
               MOVE 'NO-SHOW'         TO WS-OUTCOME-TEXT
               MOVE WS-MISSED-FEE     TO WS-POSTED-AMOUNT
               ADD 1 TO WS-MISSED-COUNT
               ADD WS-MISSED-FEE TO WS-CHARGE-TOTAL
               MOVE 'C' TO AP-TYPE
               STRING 'NO-SHOW ' DY-DUTY-DATE ' ' DY-SHIFT
                   DELIMITED BY SIZE INTO AP-DESCRIPTION
           END-IF
           IF WS-POSTED-AMOUNT > ZEROS
               MOVE WS-POSTED-AMOUNT TO AP-AMOUNT
               CALL 'ARPOST' USING AR-POST-PARAMS
           END-IF
           MOVE DF-MMDDYYYY TO DY-POSTED-DATE
           REWRITE DUTY-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO STAMP SHIFT ' DY-DUTY-DATE
                           ' ' DY-SHIFT ' AS POSTED'
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           .
      * --- THE CREDIT AND CHARGE COME OFF THE DUTYPOL CONTROL ROW; A
      *     MISSING OR GARBLED FIELD LEAVES ITS DEFAULT ($25.00 PER
      *     SHIFT WORKED, $15.00 PER NO-SHOW) --------------------------
       LOAD-DUTY-POLICY.
           OPEN INPUT DUTY-POLICY
           IF WS-DU-STATUS = '35'
               PERFORM SEED-DUTY-POLICY
               OPEN INPUT DUTY-POLICY
           END-IF
           READ DUTY-POLICY NEXT RECORD
               AT END
                   SET END-OF-DUTY-POLICY TO TRUE
           END-READ
           IF NOT END-OF-DUTY-POLICY
               IF DU-SHIFT-CREDIT IS NUMERIC
                   MOVE DU-SHIFT-CREDIT TO WS-SHIFT-CREDIT
               END-IF
               IF DU-MISSED-FEE IS NUMERIC
                   MOVE DU-MISSED-FEE TO WS-MISSED-FEE
               END-IF
           END-IF
           CLOSE DUTY-POLICY
           .
      * --- FIRST RUN ON A NEW SYSTEM: SEED THE LEASE TERMS.  AFTER
      *     THIS THE FILE IS THE SOURCE OF TRUTH, EDITED LIKE
      *     RETPOLCY WITHOUT A RECOMPILE -------------------------------
       SEED-DUTY-POLICY.
           OPEN OUTPUT DUTY-POLICY
           MOVE 25.00 TO DU-SHIFT-CREDIT
           MOVE 15.00 TO DU-MISSED-FEE
           WRITE DUTY-POLICY-RECORD
           CLOSE DUTY-POLICY
           .
      *-----------------------------------------------------------------
       FIND-DAY-NAME.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
           COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
           .
       SET-SHIFT-NAME.
           IF DY-IS-MORNING
               MOVE 'MORNING  ' TO WS-SHIFT-NAME
           ELSE
               MOVE 'AFTERNOON' TO WS-SHIFT-NAME
           END-IF
           .
       FIND-DEALER-NAME.
           MOVE SPACES TO WS-DEALER-NAME
           READ TENANT-MASTER
               INVALID KEY
                   MOVE '(NOT ON FILE)' TO WS-DEALER-NAME
           END-READ
           IF WS-TM-STATUS = '00'
               STRING FUNCTION TRIM(TM-FIRST) ' '
                   FUNCTION TRIM(TM-LAST-NAME)
                   DELIMITED BY SIZE INTO WS-DEALER-NAME
           END-IF
           .
       EMIT-REPORT-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
