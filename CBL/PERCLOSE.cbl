      *      "GNUMAIN PERCLOSE CLOSE 2608"  MARKS THE PERIOD CLOSED
      *          (RUN AFTER GLPOST AND TAXRPT HAVE REPORTED IT), AND
      *          PERCHK THEN MAKES EVERY POSTING PROGRAM REFUSE
      *          TRANSACTIONS DATED INSIDE IT.  THE CLOSE IS REFUSED
      *          UNTIL THE MECLOSE CHECKLIST (CLOSECHK) IS COMPLETE;
      *      "GNUMAIN PERCLOSE CLOSE 2608 OVERRIDE" CLOSES OVER AN
      *          INCOMPLETE CHECKLIST, BUT ONLY FOR A MANAGER PIN AND A
      *          REASON, WHICH GO TO CLOSESGN AND GNUAUDIT;
      *      "GNUMAIN PERCLOSE REOPEN 2608" LIFTS THE LOCK, BUT ONLY
      *          FOR A MANAGER PIN THROUGH AUTHCHK, AND THE REOPEN IS
      *          LOGGED TO GNUAUDIT;
               ASSIGN TO 'GNUAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT CLOSE-SIGNOFF-FILE
               ASSIGN TO 'CLOSESGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PERCLOSE.
       FD  AUDIT-LOG.
       COPY AUDITLOG.
       FD  CLOSE-SIGNOFF-FILE.
       COPY CLOSESGN.
       WORKING-STORAGE SECTION.
       01 WS-CG-STATUS         PIC XX VALUE '00'.
       01 WS-PE-STATUS         PIC XX VALUE '00'.
       01 WS-AL-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
       01 WS-PE-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-PERIOD-FILE        VALUE 1.
       01 WS-TARGET-YYMM       PIC 9(4) VALUE ZEROS.
       01 WS-CLOSE-OPTION      PIC X(8) VALUE SPACES.
          88 OPTION-IS-OVERRIDE        VALUE 'OVERRIDE'.
       01 WS-STEP-IDX          PIC 9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY AUTHCHK.
       COPY PERCHK.
       COPY CLOSECHK.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 REOPEN-AUTHORIZED      VALUE 1.
             88 REOPEN-NOT-AUTHORIZED  VALUE 0.
          03 WS-OVERRIDE-SW    PIC 9 VALUE 0.
             88 OVERRIDE-AUTHORIZED    VALUE 1.
             88 OVERRIDE-NOT-AUTHORIZED VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
       01 SC-OVERRIDE-REASON   PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 CLOSE-OVERRIDE-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 29 VALUE 'Period Close Override'
                               HIGHLIGHT.
          03 LINE 08 COLUMN 12 VALUE
              'CLOSING A MONTH WHOSE CLOSE CHECKLIST IS NOT COMPLETE'.
          03 LINE 10 COLUMN 25 VALUE 'Manager PIN:'.
          03 LINE 10 COLUMN 38 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-MANAGER-PIN.
          03 LINE 12 COLUMN 03 VALUE 'Reason:'.
          03 LINE 12 COLUMN 11 PIC X(60)
                               REVERSE-VIDEO
                               USING SC-OVERRIDE-REASON.
          03 LINE 14 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           IF ARGC >= 2
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-YYMM
           END-IF
           IF ARGC >= 3
               MOVE ARGV (3) TO WS-CLOSE-OPTION
               INSPECT WS-CLOSE-OPTION
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-CLOSE AND WS-TARGET-YYMM > ZEROS
                   PERFORM CLOSE-ONE-PERIOD
               WHEN MODE-IS-LIST
                   PERFORM LIST-PERIOD-TRAIL
               WHEN OTHER
                   DISPLAY 'USE: PERCLOSE CLOSE <YYMM> [OVERRIDE] | '
                           'REOPEN <YYMM> | LIST'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
               DISPLAY 'PERIOD ' WS-TARGET-YYMM ' IS ALREADY CLOSED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'CLS' TO PE-ACTION-BY
           MOVE WS-TARGET-YYMM TO CC-PERIOD-YYMM
           CALL 'CLOSECHK' USING CLOSE-CHECK-PARAMS
           IF CC-NOT-COMPLETE
               PERFORM SHOW-OPEN-STEPS
               IF NOT OPTION-IS-OVERRIDE
                   DISPLAY 'PERIOD ' WS-TARGET-YYMM ' NOT CLOSED -- '
                           'FINISH THE CHECKLIST (MECLOSE) OR CLOSE '
                           'WITH OVERRIDE'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-OVERRIDE-AUTHORITY
               IF OVERRIDE-NOT-AUTHORIZED
                   DISPLAY 'CLOSE ABANDONED'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MANAGER-INITIALS TO PE-ACTION-BY
               PERFORM APPEND-OVERRIDE-ROW
               PERFORM LOG-OVERRIDE-TO-AUDIT
           END-IF
           MOVE 'C'   TO PE-STATUS
           PERFORM APPEND-PERIOD-ROW
           DISPLAY 'PERIOD ' WS-TARGET-YYMM ' CLOSED -- '
                   'POSTINGS DATED IN IT WILL BE REFUSED'
           .
      * --- THE STEPS STILL STANDING BETWEEN THE MONTH AND ITS CLOSE --
       SHOW-OPEN-STEPS.
           DISPLAY 'CLOSE CHECKLIST FOR ' WS-TARGET-YYMM ': '
                   CC-DONE-COUNT ' OF ' CC-STEP-COUNT ' STEPS DONE'
           PERFORM SHOW-ONE-OPEN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > CC-STEP-COUNT
           .
       SHOW-ONE-OPEN-STEP.
           EVALUATE TRUE
               WHEN CC-STEP-IS-DONE(WS-STEP-IDX)
                   CONTINUE
               WHEN CC-STEP-FAILED(WS-STEP-IDX)
                   DISPLAY '  ' CC-STEP-NO(WS-STEP-IDX) ' '
                           CC-DESCRIPTION(WS-STEP-IDX) ' FAILED'
               WHEN CC-STEP-OUT-OF-ORDER(WS-STEP-IDX)
                   DISPLAY '  ' CC-STEP-NO(WS-STEP-IDX) ' '
                           CC-DESCRIPTION(WS-STEP-IDX) ' OUT OF ORDER'
               WHEN OTHER
                   DISPLAY '  ' CC-STEP-NO(WS-STEP-IDX) ' '
                           CC-DESCRIPTION(WS-STEP-IDX) ' NOT DONE'
           END-EVALUATE
           .
      * --- A CLOSE OVER AN INCOMPLETE LIST TAKES A MANAGER PIN AND A
      *     REASON; BOTH ARE KEPT WHERE THE STATUS PAGE PRINTS THEM ---
       GET-OVERRIDE-AUTHORITY.
           SET OVERRIDE-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE SC-OVERRIDE-REASON
           PERFORM ACCEPT-OVERRIDE-ENTRY
               UNTIL OVERRIDE-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-OVERRIDE-ENTRY.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY CLOSE-OVERRIDE-SCREEN
           ACCEPT CLOSE-OVERRIDE-SCREEN
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           IF SC-OVERRIDE-REASON = SPACES
               MOVE 'KEY THE REASON FOR THE OVERRIDE'
                   TO SC-PIN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSEOVR' TO AC-FUNCTION
           MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
           CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
           IF AC-IS-ALLOWED
               SET OVERRIDE-AUTHORIZED TO TRUE
               MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
           ELSE
               MOVE AC-MESSAGE TO SC-PIN-MESSAGE
           END-IF
           .
       APPEND-OVERRIDE-ROW.
           OPEN EXTEND CLOSE-SIGNOFF-FILE
           IF WS-CG-STATUS = '05' OR WS-CG-STATUS = '35'
               OPEN OUTPUT CLOSE-SIGNOFF-FILE
               CLOSE CLOSE-SIGNOFF-FILE
               OPEN EXTEND CLOSE-SIGNOFF-FILE
           END-IF
           MOVE WS-TARGET-YYMM      TO CG-PERIOD-YYMM
           MOVE ZEROS               TO CG-STEP-NO
           MOVE 'O'                 TO CG-ACTION
           COMPUTE CG-DATE = DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           MOVE WS-MANAGER-INITIALS TO CG-BY
           MOVE SC-OVERRIDE-REASON  TO CG-NOTE
           WRITE CLOSE-SIGNOFF-RECORD
           CLOSE CLOSE-SIGNOFF-FILE
           .
      *-----------------------------------------------------------------
      * --- ONLY A MANAGER REOPENS A REPORTED MONTH, AND THE REOPEN
      *     LANDS ON GNUAUDIT BESIDE EVERYTHING ELSE THE CHAIN DID ----
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG
           .
       LOG-OVERRIDE-TO-AUDIT.
           OPEN EXTEND AUDIT-LOG
           IF WS-AL-STATUS = '05' OR WS-AL-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DF-YEAR   TO AL-YEAR
           MOVE DF-MONTH  TO AL-MONTH
           MOVE DF-DAY    TO AL-DAY
           MOVE DF-HOUR   TO AL-HOUR
           MOVE DF-MINUTE TO AL-MINUTE
           MOVE DF-SECOND TO AL-SECOND
           MOVE 'PERCLOSE' TO AL-MODULE
           MOVE SPACES TO AL-ARGS
           STRING 'CLOSE ' WS-TARGET-YYMM ' OVERRIDE BY '
               WS-MANAGER-INITIALS ': ' SC-OVERRIDE-REASON
               DELIMITED BY SIZE INTO AL-ARGS
           MOVE ZEROS TO AL-RETURN-CODE
           MOVE SPACES TO AL-ERROR-ACTION
           MOVE ZEROS TO AL-ELAPSED-SECONDS
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG
           .
      *-----------------------------------------------------------------
       APPEND-PERIOD-ROW.
           OPEN EXTEND PERIOD-CLOSE-FILE
