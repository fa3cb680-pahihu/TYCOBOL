       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    OPERMNT -- OPERATOR MAINTENANCE.  THE REPLACEMENT FOR
      *    EDITING OPERTBL IN A TEXT EDITOR: A MANAGER-LEVEL PIN OPENS
      *    THE SCREEN (AUTHCHK FUNCTION 'OPERMNT'), AN OPERATOR IS
      *    KEYED BY INITIALS, AND ONE OF FOUR ACTIONS IS APPLIED:
      *      A - ADD A NEW OPERATOR WITH A PIN, ROLE, AND EXPIRY
      *      C - CHANGE THE ROLE OR PIN EXPIRY DATE
      *      D - DEACTIVATE (THE PIN STOPS WORKING AT ONCE)
      *      R - RESET: ISSUE A NEW PIN AND EXPIRY, REACTIVATING A
      *          DEACTIVATED OPERATOR
      *    A PIN LEFT WITHOUT AN EXPIRY ON AN ADD OR RESET IS GIVEN
      *    180 DAYS.  THE LAST ACTIVE MANAGER CANNOT BE DEMOTED OR
      *    DEACTIVATED, AND A MANAGER CANNOT DEACTIVATE THEMSELVES.
      *    EVERY CHANGE IS APPENDED TO OPERHIST UNDER THE MANAGER'S
      *    INITIALS WITH THE OLD AND NEW ROLE.
      *    "GNUMAIN OPERMNT REPORT" PRINTS THE CURRENT ROSTER (NO
      *    PINS) AND THE FULL CHANGE HISTORY, FLAGGING EVERY GRANT OF
      *    MANAGER RIGHTS.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT OPERATOR-TABLE
               ASSIGN TO 'OPERTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.
           SELECT OPERATOR-HISTORY
               ASSIGN TO 'OPERHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-TABLE.
       COPY OPERTBL.
       FD  OPERATOR-HISTORY.
       COPY OPERHIST.
       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS         PIC XX VALUE '00'.
       01 WS-OA-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-OT-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-OPERATOR-TABLE  VALUE 1.
          03 WS-OA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-OPERATOR-HISTORY VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-ROS-FOUND-SW   PIC 9 VALUE 0.
             88 OPERATOR-FOUND         VALUE 1.
             88 OPERATOR-NOT-FOUND     VALUE 0.
          03 WS-PIN-USED-SW    PIC 9 VALUE 0.
             88 PIN-IN-USE             VALUE 1.
             88 PIN-NOT-IN-USE         VALUE 0.
      * --- THE ROSTER IS HELD HERE WHILE THE SCREEN RUNS AND WRITTEN
      *     BACK WHOLE AFTER EACH CHANGE -------------------------------
       01 WS-ROS-COUNT         PIC 9(2) VALUE ZEROS.
       01 WS-ROSTER-TABLE.
          03 WS-ROS-ENTRY      OCCURS 50 TIMES INDEXED BY ROS-IDX.
             05 WS-ROS-PIN          PIC X(4).
             05 WS-ROS-INITIALS     PIC X(3).
             05 WS-ROS-ROLE         PIC 9.
             05 WS-ROS-ACTIVE       PIC X.
             05 WS-ROS-EXPIRES      PIC 9(8).
             05 WS-ROS-CHANGED-DATE PIC 9(8).
             05 WS-ROS-CHANGED-BY   PIC X(3).
       01 WS-ROS-HIT           PIC 9(2) VALUE ZEROS.
       01 WS-ACTIVE-MANAGERS   PIC 9(2) VALUE ZEROS.
       01 WS-DEFAULT-PIN-DAYS  PIC 9(3) VALUE 180.
       01 WS-CALC-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-CALC-ISO-X REDEFINES WS-CALC-ISO.
          03 WS-CALC-YYYY      PIC 9(4).
          03 WS-CALC-MM        PIC 9(2).
          03 WS-CALC-DD        PIC 9(2).
       01 WS-ENTRY-DATE.
          03 WS-ENTRY-MM       PIC 9(2).
          03 WS-ENTRY-DD       PIC 9(2).
          03 WS-ENTRY-YYYY     PIC 9(4).
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-OLD-ROLE          PIC 9 VALUE ZEROS.
       01 WS-OLD-ACTIVE        PIC X VALUE SPACES.
       01 WS-GRANT-NOTE        PIC X(24) VALUE SPACES.
       COPY DATEFMT.
       COPY AUTHCHK.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 OPERMNT-AUTHORIZED     VALUE 1.
             88 OPERMNT-NOT-AUTHORIZED VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-INITIALS          PIC X(3) VALUE SPACES.
       01 SC-ACTION            PIC X VALUE SPACES.
          88 SC-IS-ADD                 VALUE 'A'.
          88 SC-IS-CHANGE              VALUE 'C'.
          88 SC-IS-DEACTIVATE          VALUE 'D'.
          88 SC-IS-RESET               VALUE 'R'.
       01 SC-CUR-ROLE          PIC 9 VALUE ZEROS.
       01 SC-CUR-STATUS        PIC X(8) VALUE SPACES.
       01 SC-CUR-EXPIRES       PIC 9(8) VALUE ZEROS.
       01 SC-NEW-PIN           PIC X(4) VALUE SPACES.
       01 SC-ROLE              PIC 9 VALUE ZEROS.
       01 SC-EXPIRES           PIC 9(8) VALUE ZEROS.
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
          03 LINE 02 COLUMN 30 VALUE 'Operator Maintenance'
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
       01 OPERMNT-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 30 VALUE 'Operator Maintenance'
                               HIGHLIGHT.
          03 LINE 05 COLUMN 07 VALUE 'Initials'.
          03 LINE 05 COLUMN 18 PIC X(3)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-INITIALS.
          03 LINE 06 COLUMN 09 VALUE 'Action'.
          03 LINE 06 COLUMN 18 PIC X
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-ACTION.
          03 LINE 06 COLUMN 22
                    VALUE '(A=ADD C=CHANGE D=DEACTIVATE R=RESET PIN)'.
          03 LINE 08 COLUMN 05 VALUE 'Current Role'.
          03 LINE 08 COLUMN 18 PIC 9
                               FROM SC-CUR-ROLE.
          03 LINE 08 COLUMN 22 PIC X(8)
                               FROM SC-CUR-STATUS.
          03 LINE 09 COLUMN 03 VALUE 'PIN Expires On'.
          03 LINE 09 COLUMN 18 PIC 99/99/9999
                               FROM SC-CUR-EXPIRES.
          03 LINE 11 COLUMN 09 VALUE 'New PIN'.
          03 LINE 11 COLUMN 18 PIC X(4)
                               REVERSE-VIDEO
                               SECURE
                               USING SC-NEW-PIN.
          03 LINE 11 COLUMN 24 VALUE '(ADD AND RESET ONLY)'.
          03 LINE 12 COLUMN 12 VALUE 'Role'.
          03 LINE 12 COLUMN 18 PIC 9
                               REVERSE-VIDEO
                               USING SC-ROLE.
          03 LINE 12 COLUMN 24
                    VALUE '(0=TRAINEE 1=CLERK 2=SENIOR 3=MANAGER)'.
          03 LINE 13 COLUMN 04 VALUE 'PIN Expires'.
          03 LINE 13 COLUMN 18 PIC 9(8)
                               REVERSE-VIDEO
                               USING SC-EXPIRES.
          03 LINE 13 COLUMN 28 VALUE '(MMDDYYYY, ZERO = 180 DAYS)'.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
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
               PERFORM PRINT-OPERATOR-REPORT
           ELSE
               PERFORM RUN-OPERATOR-SCREEN
           END-IF
           STOP RUN
           .
      * --- OPERATOR MAINTENANCE IS MANAGER-ONLY ON THE FUNCAUTH MATRIX
       GET-OPERMNT-AUTHORITY.
           SET OPERMNT-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL OPERMNT-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'OPERMNT ' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET OPERMNT-AUTHORIZED TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-OPERATOR-SCREEN.
           PERFORM GET-OPERMNT-AUTHORITY
           IF OPERMNT-AUTHORIZED
               PERFORM LOAD-OPERATOR-ROSTER
               PERFORM MAINTAIN-ONE-OPERATOR UNTIL F1-PRESSED
           END-IF
           .
       MAINTAIN-ONE-OPERATOR.
           MOVE ZEROS TO SC-CUR-ROLE SC-CUR-EXPIRES SC-ROLE SC-EXPIRES
           MOVE SPACES TO SC-INITIALS SC-ACTION SC-CUR-STATUS
                          SC-NEW-PIN
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-OPERATOR-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM APPLY-OPERATOR-CHANGE
           END-IF
           .
       ACCEPT-OPERATOR-ENTRY.
           DISPLAY OPERMNT-SCREEN
           ACCEPT OPERMNT-SCREEN
           MOVE SPACES TO SC-MESSAGE
           INSPECT SC-INITIALS
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SC-ACTION
               CONVERTING 'acdr' TO 'ACDR'
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-OPERATOR
               WHEN OTHER
                   PERFORM LOOKUP-OPERATOR
                   PERFORM VALIDATE-OPERATOR-ENTRY
           END-EVALUATE
           .
      * --- THE CURRENT ROW SHOWS ROLE, STATUS, AND EXPIRY -- NEVER THE
      *     PIN --------------------------------------------------------
       LOOKUP-OPERATOR.
           MOVE ZEROS TO SC-CUR-ROLE SC-CUR-EXPIRES
           MOVE SPACES TO SC-CUR-STATUS
           PERFORM FIND-ROSTER-ROW
           IF OPERATOR-FOUND
               MOVE WS-ROS-ROLE(WS-ROS-HIT)    TO SC-CUR-ROLE
               MOVE WS-ROS-EXPIRES(WS-ROS-HIT) TO SC-CUR-EXPIRES
               IF WS-ROS-ACTIVE(WS-ROS-HIT) = 'N'
                   MOVE 'INACTIVE' TO SC-CUR-STATUS
               ELSE
                   MOVE 'ACTIVE'   TO SC-CUR-STATUS
               END-IF
           ELSE
               MOVE 'NEW'      TO SC-CUR-STATUS
           END-IF
           .
       FIND-ROSTER-ROW.
           SET OPERATOR-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-ROS-HIT
           SET ROS-IDX TO 1
           PERFORM SCAN-ROSTER-FOR-INITIALS
               UNTIL ROS-IDX > WS-ROS-COUNT OR OPERATOR-FOUND
           .
       SCAN-ROSTER-FOR-INITIALS.
           IF WS-ROS-INITIALS(ROS-IDX) = SC-INITIALS
               SET OPERATOR-FOUND TO TRUE
               SET WS-ROS-HIT TO ROS-IDX
           ELSE
               SET ROS-IDX UP BY 1
           END-IF
           .
       VALIDATE-OPERATOR-ENTRY.
           IF SC-EXPIRES NOT = ZEROS
               MOVE SC-EXPIRES TO WS-ENTRY-DATE
               COMPUTE WS-CALC-ISO = WS-ENTRY-YYYY * 10000
                   + WS-ENTRY-MM * 100 + WS-ENTRY-DD
           END-IF
           PERFORM COUNT-ACTIVE-MANAGERS
           EVALUATE TRUE
               WHEN NOT SC-IS-ADD AND NOT SC-IS-CHANGE
                       AND NOT SC-IS-DEACTIVATE AND NOT SC-IS-RESET
                   MOVE 'ACTION MUST BE A, C, D, OR R' TO SC-MESSAGE
               WHEN SC-IS-ADD AND OPERATOR-FOUND
                   MOVE 'INITIALS ON FILE -- USE C OR R'
                       TO SC-MESSAGE
               WHEN NOT SC-IS-ADD AND OPERATOR-NOT-FOUND
                   MOVE 'OPERATOR NOT ON FILE' TO SC-MESSAGE
               WHEN SC-IS-ADD AND WS-ROS-COUNT >= 50
                   MOVE 'OPERATOR TABLE IS FULL' TO SC-MESSAGE
               WHEN (SC-IS-ADD OR SC-IS-RESET)
                       AND (SC-NEW-PIN IS NOT NUMERIC)
                   MOVE 'NEW PIN MUST BE 4 DIGITS' TO SC-MESSAGE
               WHEN (SC-IS-ADD OR SC-IS-CHANGE)
                       AND SC-ROLE > 3
                   MOVE 'ROLE MUST BE 0, 1, 2, OR 3' TO SC-MESSAGE
               WHEN SC-EXPIRES NOT = ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-ISO)
                           NOT = 0
                   MOVE 'EXPIRY IS NOT A VALID MMDDYYYY DATE'
                       TO SC-MESSAGE
               WHEN SC-EXPIRES NOT = ZEROS
                       AND WS-CALC-ISO <= WS-TODAY-ISO
                   MOVE 'EXPIRY MUST BE A FUTURE DATE' TO SC-MESSAGE
               WHEN SC-IS-DEACTIVATE
                       AND SC-INITIALS = WS-MANAGER-INITIALS
                   MOVE 'YOU CANNOT DEACTIVATE YOURSELF'
                       TO SC-MESSAGE
               WHEN SC-IS-DEACTIVATE
                       AND WS-ROS-ACTIVE(WS-ROS-HIT) = 'N'
                   MOVE 'OPERATOR IS ALREADY INACTIVE' TO SC-MESSAGE
               WHEN (SC-IS-DEACTIVATE
                       OR (SC-IS-CHANGE AND SC-ROLE < 3))
                       AND WS-ROS-ROLE(WS-ROS-HIT) = 3
                       AND WS-ROS-ACTIVE(WS-ROS-HIT) NOT = 'N'
                       AND WS-ACTIVE-MANAGERS < 2
                   MOVE 'CANNOT REMOVE THE LAST ACTIVE MANAGER'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
                   IF SC-IS-ADD OR SC-IS-RESET
                       PERFORM CHECK-PIN-NOT-IN-USE
                       IF PIN-IN-USE
                           MOVE 'PIN ALREADY ISSUED -- CHOOSE ANOTHER'
                               TO SC-MESSAGE
                           SET ENTRY-NOT-VALID TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           .
       COUNT-ACTIVE-MANAGERS.
           MOVE ZEROS TO WS-ACTIVE-MANAGERS
           PERFORM COUNT-ONE-MANAGER
               VARYING ROS-IDX FROM 1 BY 1
               UNTIL ROS-IDX > WS-ROS-COUNT
           .
       COUNT-ONE-MANAGER.
           IF WS-ROS-ROLE(ROS-IDX) = 3
                   AND WS-ROS-ACTIVE(ROS-IDX) NOT = 'N'
               ADD 1 TO WS-ACTIVE-MANAGERS
           END-IF
           .
      * --- NO TWO ROWS MAY HOLD THE SAME DIGITS, ACTIVE OR NOT, SO A
      *     DEACTIVATED PIN NEVER COMES BACK ON SOMEONE ELSE -----------
       CHECK-PIN-NOT-IN-USE.
           SET PIN-NOT-IN-USE TO TRUE
           PERFORM CHECK-ONE-PIN
               VARYING ROS-IDX FROM 1 BY 1
               UNTIL ROS-IDX > WS-ROS-COUNT
           .
       CHECK-ONE-PIN.
           IF WS-ROS-PIN(ROS-IDX) = SC-NEW-PIN
               SET PIN-IN-USE TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- APPLY THE CHANGE TO THE ROSTER, WRITE OPERTBL BACK WHOLE,
      *     AND LOG THE BEFORE AND AFTER TO OPERHIST -------------------
       APPLY-OPERATOR-CHANGE.
           IF (SC-IS-ADD OR SC-IS-RESET) AND SC-EXPIRES = ZEROS
               PERFORM DEFAULT-PIN-EXPIRY
           END-IF
           IF SC-IS-ADD
               ADD 1 TO WS-ROS-COUNT
               MOVE WS-ROS-COUNT TO WS-ROS-HIT
               MOVE SC-INITIALS TO WS-ROS-INITIALS(WS-ROS-HIT)
               MOVE ZEROS       TO WS-OLD-ROLE
               MOVE SPACE       TO WS-OLD-ACTIVE
           ELSE
               MOVE WS-ROS-ROLE(WS-ROS-HIT)   TO WS-OLD-ROLE
               MOVE WS-ROS-ACTIVE(WS-ROS-HIT) TO WS-OLD-ACTIVE
           END-IF
           EVALUATE TRUE
               WHEN SC-IS-ADD
                   MOVE SC-NEW-PIN  TO WS-ROS-PIN(WS-ROS-HIT)
                   MOVE SC-ROLE     TO WS-ROS-ROLE(WS-ROS-HIT)
                   MOVE 'Y'         TO WS-ROS-ACTIVE(WS-ROS-HIT)
                   MOVE SC-EXPIRES  TO WS-ROS-EXPIRES(WS-ROS-HIT)
                   MOVE 'OPERATOR ADDED' TO SC-MESSAGE
               WHEN SC-IS-CHANGE
                   MOVE SC-ROLE     TO WS-ROS-ROLE(WS-ROS-HIT)
                   IF SC-EXPIRES NOT = ZEROS
                       MOVE SC-EXPIRES TO WS-ROS-EXPIRES(WS-ROS-HIT)
                   END-IF
                   MOVE 'OPERATOR CHANGED' TO SC-MESSAGE
               WHEN SC-IS-DEACTIVATE
                   MOVE 'N'         TO WS-ROS-ACTIVE(WS-ROS-HIT)
                   MOVE 'OPERATOR DEACTIVATED' TO SC-MESSAGE
               WHEN SC-IS-RESET
                   MOVE SC-NEW-PIN  TO WS-ROS-PIN(WS-ROS-HIT)
                   MOVE 'Y'         TO WS-ROS-ACTIVE(WS-ROS-HIT)
                   MOVE SC-EXPIRES  TO WS-ROS-EXPIRES(WS-ROS-HIT)
                   MOVE 'PIN RESET' TO SC-MESSAGE
           END-EVALUATE
           MOVE DF-MMDDYYYY         TO WS-ROS-CHANGED-DATE(WS-ROS-HIT)
           MOVE WS-MANAGER-INITIALS TO WS-ROS-CHANGED-BY(WS-ROS-HIT)
           PERFORM SAVE-OPERATOR-ROSTER
           PERFORM APPEND-OPERATOR-HISTORY
           .
       DEFAULT-PIN-EXPIRY.
           COMPUTE WS-CALC-ISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
               + WS-DEFAULT-PIN-DAYS)
           MOVE WS-CALC-MM   TO WS-ENTRY-MM
           MOVE WS-CALC-DD   TO WS-ENTRY-DD
           MOVE WS-CALC-YYYY TO WS-ENTRY-YYYY
           MOVE WS-ENTRY-DATE TO SC-EXPIRES
           .
       APPEND-OPERATOR-HISTORY.
           OPEN EXTEND OPERATOR-HISTORY
           IF WS-OA-STATUS = '05' OR WS-OA-STATUS = '35'
               OPEN OUTPUT OPERATOR-HISTORY
               CLOSE OPERATOR-HISTORY
               OPEN EXTEND OPERATOR-HISTORY
           END-IF
           MOVE DF-MMDDYYYY         TO OA-DATE
           COMPUTE OA-TIME = DF-HOUR * 100 + DF-MINUTE
           MOVE WS-MANAGER-INITIALS TO OA-CHANGED-BY
           MOVE SC-INITIALS         TO OA-OPERATOR
           EVALUATE TRUE
               WHEN SC-IS-ADD        SET OA-IS-ADD        TO TRUE
               WHEN SC-IS-CHANGE     SET OA-IS-CHANGE     TO TRUE
               WHEN SC-IS-DEACTIVATE SET OA-IS-DEACTIVATE TO TRUE
               WHEN SC-IS-RESET      SET OA-IS-RESET      TO TRUE
           END-EVALUATE
           MOVE WS-OLD-ROLE                TO OA-OLD-ROLE
           MOVE WS-ROS-ROLE(WS-ROS-HIT)    TO OA-NEW-ROLE
           MOVE WS-OLD-ACTIVE              TO OA-OLD-ACTIVE
           MOVE WS-ROS-ACTIVE(WS-ROS-HIT)  TO OA-NEW-ACTIVE
           MOVE WS-ROS-EXPIRES(WS-ROS-HIT) TO OA-NEW-EXPIRES
           WRITE OPERATOR-HISTORY-RECORD
           CLOSE OPERATOR-HISTORY
           .
      *-----------------------------------------------------------------
      * --- ROWS KEYED BEFORE THE ACTIVE FLAG AND EXPIRY EXISTED LOAD
      *     AS ACTIVE WITH NO EXPIRY; A ROW WITH NO ROLE IS A CLERK,
      *     AS OPERPIN READS IT ----------------------------------------
       LOAD-OPERATOR-ROSTER.
           MOVE ZEROS TO WS-ROS-COUNT
           SET WS-OT-EOF-SW TO 0
           OPEN INPUT OPERATOR-TABLE
           IF WS-OT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OPERATOR-TABLE
           PERFORM STORE-ROSTER-ROW UNTIL END-OF-OPERATOR-TABLE
           CLOSE OPERATOR-TABLE
           .
       READ-OPERATOR-TABLE.
           READ OPERATOR-TABLE NEXT RECORD
               AT END
                   SET END-OF-OPERATOR-TABLE TO TRUE
           END-READ
           .
       STORE-ROSTER-ROW.
           IF WS-ROS-COUNT < 50
               ADD 1 TO WS-ROS-COUNT
               SET ROS-IDX TO WS-ROS-COUNT
               MOVE OT-PIN      TO WS-ROS-PIN(ROS-IDX)
               MOVE OT-INITIALS TO WS-ROS-INITIALS(ROS-IDX)
               MOVE 1           TO WS-ROS-ROLE(ROS-IDX)
               IF OT-ROLE-LEVEL IS NUMERIC
                   MOVE OT-ROLE-LEVEL TO WS-ROS-ROLE(ROS-IDX)
               END-IF
               MOVE 'Y'         TO WS-ROS-ACTIVE(ROS-IDX)
               IF OT-IS-INACTIVE
                   MOVE 'N'     TO WS-ROS-ACTIVE(ROS-IDX)
               END-IF
               MOVE ZEROS       TO WS-ROS-EXPIRES(ROS-IDX)
                                   WS-ROS-CHANGED-DATE(ROS-IDX)
               IF OT-PIN-EXPIRES IS NUMERIC
                   MOVE OT-PIN-EXPIRES TO WS-ROS-EXPIRES(ROS-IDX)
               END-IF
               IF OT-CHANGED-DATE IS NUMERIC
                   MOVE OT-CHANGED-DATE
                       TO WS-ROS-CHANGED-DATE(ROS-IDX)
               END-IF
               MOVE OT-CHANGED-BY TO WS-ROS-CHANGED-BY(ROS-IDX)
           END-IF
           PERFORM READ-OPERATOR-TABLE
           .
       SAVE-OPERATOR-ROSTER.
           OPEN OUTPUT OPERATOR-TABLE
           PERFORM WRITE-ROSTER-ROW
               VARYING ROS-IDX FROM 1 BY 1
               UNTIL ROS-IDX > WS-ROS-COUNT
           CLOSE OPERATOR-TABLE
           .
       WRITE-ROSTER-ROW.
           MOVE WS-ROS-PIN(ROS-IDX)          TO OT-PIN
           MOVE WS-ROS-INITIALS(ROS-IDX)     TO OT-INITIALS
           MOVE WS-ROS-ROLE(ROS-IDX)         TO OT-ROLE-LEVEL
           MOVE WS-ROS-ACTIVE(ROS-IDX)       TO OT-ACTIVE-FLAG
           MOVE WS-ROS-EXPIRES(ROS-IDX)      TO OT-PIN-EXPIRES
           MOVE WS-ROS-CHANGED-DATE(ROS-IDX) TO OT-CHANGED-DATE
           MOVE WS-ROS-CHANGED-BY(ROS-IDX)   TO OT-CHANGED-BY
           WRITE OPERATOR-TABLE-RECORD
           .
      *-----------------------------------------------------------------
      * --- ROSTER, THEN EVERY OPERHIST ROW OLDEST FIRST; A CHANGE
      *     THAT TAKES SOMEONE TO ROLE 3 IS FLAGGED SO THE OWNER CAN
      *     SEE AT A GLANCE WHO GRANTED MANAGER RIGHTS TO WHOM ---------
       PRINT-OPERATOR-REPORT.
           DISPLAY '        OPERATOR ROSTER'
           DISPLAY ' '
           DISPLAY 'INIT  ROLE  STATUS    PIN EXPIRES  LAST CHANGED  BY'
           PERFORM LOAD-OPERATOR-ROSTER
           PERFORM PRINT-ONE-ROSTER-ROW
               VARYING ROS-IDX FROM 1 BY 1
               UNTIL ROS-IDX > WS-ROS-COUNT
           DISPLAY ' '
           DISPLAY '        OPERATOR CHANGE HISTORY'
           DISPLAY ' '
           DISPLAY 'DATE     TIME  BY   OPER  ACTION    ROLE  ACTIVE'
                   '  EXPIRES'
           SET WS-OA-EOF-SW TO 0
           OPEN INPUT OPERATOR-HISTORY
           IF WS-OA-STATUS NOT = '00'
               DISPLAY 'NO OPERATOR CHANGES ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OPERATOR-HISTORY
           PERFORM PRINT-ONE-HISTORY-ROW UNTIL END-OF-OPERATOR-HISTORY
           CLOSE OPERATOR-HISTORY
           .
       PRINT-ONE-ROSTER-ROW.
           IF WS-ROS-ACTIVE(ROS-IDX) = 'N'
               MOVE 'INACTIVE' TO SC-CUR-STATUS
           ELSE
               MOVE 'ACTIVE'   TO SC-CUR-STATUS
           END-IF
           DISPLAY WS-ROS-INITIALS(ROS-IDX) '   '
                   WS-ROS-ROLE(ROS-IDX) '     '
                   SC-CUR-STATUS '  '
                   WS-ROS-EXPIRES(ROS-IDX) '     '
                   WS-ROS-CHANGED-DATE(ROS-IDX) '      '
                   WS-ROS-CHANGED-BY(ROS-IDX)
           .
       READ-OPERATOR-HISTORY.
           READ OPERATOR-HISTORY NEXT RECORD
               AT END
                   SET END-OF-OPERATOR-HISTORY TO TRUE
           END-READ
           .
       PRINT-ONE-HISTORY-ROW.
           MOVE SPACES TO WS-GRANT-NOTE
           IF OA-NEW-ROLE = 3 AND OA-OLD-ROLE NOT = 3
                   AND NOT OA-IS-LOCKOUT
               MOVE '*** MANAGER GRANTED ***' TO WS-GRANT-NOTE
           END-IF
           IF OA-IS-LOCKOUT
               DISPLAY OA-DATE ' ' OA-TIME ' '
                       'PIN ENTRY LOCKED -- REPEATED BAD PINS'
           ELSE
               DISPLAY OA-DATE ' ' OA-TIME ' ' OA-CHANGED-BY '  '
                       OA-OPERATOR '   ' OA-ACTION '  '
                       OA-OLD-ROLE '>' OA-NEW-ROLE '   '
                       OA-OLD-ACTIVE '>' OA-NEW-ACTIVE '     '
                       OA-NEW-EXPIRES ' ' WS-GRANT-NOTE
           END-IF
           PERFORM READ-OPERATOR-HISTORY
           .
