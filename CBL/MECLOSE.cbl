       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLOSE.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    MECLOSE -- MONTH-END CLOSE CHECKLIST AND SIGN-OFF.  THE
      *    STEPS A PERIOD NEEDS BEFORE PERCLOSE CLOSES IT, IN ORDER,
      *    AS CLOSECHK SEES THEM: THE MONTH-END PROGRAMS PICKED UP
      *    FROM THEIR GNUAUDIT RETURN CODES, AND THE STEPS DONE OUTSIDE
      *    THE SYSTEM ("SALES TAX RETURN FILED", "DEPOSIT SLIPS
      *    MATCHED") WHICH A MANAGER SIGNS OFF HERE.
      *      "GNUMAIN MECLOSE"                 MANAGER PIN (AUTHCHK
      *          FUNCTION 'CLOSESGN'), THEN THE LIVE CHECKLIST FOR A
      *          PERIOD: KEY A STEP NUMBER AND A NOTE TO SIGN IT OFF.
      *          A SIGN-OFF ALSO STANDS IN FOR A PROGRAM STEP DONE BY
      *          HAND.  NOTHING IS SIGNED IN A CLOSED PERIOD.
      *      "GNUMAIN MECLOSE REPORT [YYMM]"   THE PRINTABLE STATUS
      *          PAGE (DEFAULT: LAST MONTH), WITH EVERY SIGN-OFF NOTE
      *          AND ANY CLOSE A MANAGER FORCED OVER AN INCOMPLETE
      *          LIST.  SPOOLED AS MECLOSE.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT CLOSE-SIGNOFF-FILE
               ASSIGN TO 'CLOSESGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-SIGNOFF-FILE.
       COPY CLOSESGN.
       WORKING-STORAGE SECTION.
       01 WS-CG-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-CG-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CLOSE-SIGNOFFS  VALUE 1.
          03 WS-STEP-FOUND-SW  PIC 9 VALUE 0.
             88 STEP-FOUND             VALUE 1.
             88 STEP-NOT-FOUND         VALUE 0.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TARGET-YYMM       PIC 9(4) VALUE ZEROS.
       01 WS-TARGET-YYMM-X REDEFINES WS-TARGET-YYMM.
          03 WS-TARGET-YY      PIC 9(2).
          03 WS-TARGET-MM      PIC 9(2).
       01 WS-SHOWN-YYMM        PIC 9(4) VALUE ZEROS.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-STEP-IDX          PIC 9(2) VALUE ZEROS.
       01 WS-FOUND-IDX         PIC 9(2) VALUE ZEROS.
       01 WS-OVERRIDE-COUNT    PIC 9(3) VALUE ZEROS.
      * --- ONE CHECKLIST LINE, SHARED BY THE SCREEN AND THE PAGE ----
       01 WS-STEP-LINE.
          03 WS-SL-STEP-NO     PIC Z9.
          03 FILLER            PIC X VALUE SPACE.
          03 WS-SL-MODULE      PIC X(8).
          03 FILLER            PIC X VALUE SPACE.
          03 WS-SL-DESCRIPTION PIC X(30).
          03 FILLER            PIC X VALUE SPACE.
          03 WS-SL-STATUS      PIC X(12).
          03 FILLER            PIC X VALUE SPACE.
          03 WS-SL-DATE        PIC X(10).
          03 FILLER            PIC X VALUE SPACE.
          03 WS-SL-BY          PIC X(3).
       01 WS-STAMP             PIC 9(14) VALUE ZEROS.
       01 WS-STAMP-R REDEFINES WS-STAMP.
          03 WS-STAMP-CCYY     PIC 9(4).
          03 WS-STAMP-MM       PIC 9(2).
          03 WS-STAMP-DD       PIC 9(2).
          03 WS-STAMP-TIME     PIC 9(6).
       01 WS-SHOW-DATE.
          03 WS-SHOW-MM        PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-SHOW-DD        PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-SHOW-CCYY      PIC 9(4).
       01 WS-RC-OUT            PIC -(4)9.
      * --- STATUS PAGE ----------------------------------------------
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       COPY CLOSECHK.
       COPY PERCHK.
       COPY SPOOLIO.
       COPY DATEFMT.
       COPY AUTHCHK.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 SIGNOFF-AUTHORIZED     VALUE 1.
             88 SIGNOFF-NOT-AUTHORIZED VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-PERIOD-YYMM       PIC 9(4) VALUE ZEROS.
       01 SC-PERIOD-STATE      PIC X(30) VALUE SPACES.
       01 SC-STEP-LINES.
          03 SC-STEP-LINE      PIC X(70) OCCURS 13 TIMES.
       01 SC-SUMMARY           PIC X(60) VALUE SPACES.
       01 SC-SIGN-STEP         PIC 9(2) VALUE ZEROS.
       01 SC-NOTE              PIC X(60) VALUE SPACES.
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
          03 LINE 02 COLUMN 28 VALUE 'Month-End Close Checklist'
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
       01 MECLOSE-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 28 VALUE 'Month-End Close Checklist'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 03 VALUE 'Period (YYMM)'.
          03 LINE 04 COLUMN 17 PIC 9(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-PERIOD-YYMM.
          03 LINE 04 COLUMN 23 PIC X(30)
                               HIGHLIGHT
                               FROM SC-PERIOD-STATE.
          03 LINE 06 COLUMN 03 VALUE
              'No Module   Step                           Status'.
          03 LINE 06 COLUMN 59 VALUE 'Date       By'.
          03 LINE 07 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(1).
          03 LINE 08 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(2).
          03 LINE 09 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(3).
          03 LINE 10 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(4).
          03 LINE 11 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(5).
          03 LINE 12 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(6).
          03 LINE 13 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(7).
          03 LINE 14 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(8).
          03 LINE 15 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(9).
          03 LINE 16 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(10).
          03 LINE 17 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(11).
          03 LINE 18 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(12).
          03 LINE 19 COLUMN 03 PIC X(70) FROM SC-STEP-LINE(13).
          03 LINE 20 COLUMN 03 PIC X(60)
                               HIGHLIGHT
                               FROM SC-SUMMARY.
          03 LINE 21 COLUMN 03 VALUE 'Sign Off Step'.
          03 LINE 21 COLUMN 17 PIC 9(2)
                               REVERSE-VIDEO
                               USING SC-SIGN-STEP.
          03 LINE 22 COLUMN 12 VALUE 'Note'.
          03 LINE 22 COLUMN 17 PIC X(60)
                               REVERSE-VIDEO
                               USING SC-NOTE.
          03 LINE 23 COLUMN 08 VALUE 'Message:'.
          03 LINE 23 COLUMN 17 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           COMPUTE WS-TARGET-YY = FUNCTION MOD(DF-YEAR, 100)
           MOVE DF-MONTH TO WS-TARGET-MM
           IF WS-TARGET-MM = 1
               SUBTRACT 1 FROM WS-TARGET-YY
               MOVE 12 TO WS-TARGET-MM
           ELSE
               SUBTRACT 1 FROM WS-TARGET-MM
           END-IF
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-REPORT
               IF ARGC >= 2
                   MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-YYMM
               END-IF
               IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
                   DISPLAY 'USE: MECLOSE [REPORT [YYMM]]'
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-CLOSE-STATUS
               END-IF
           ELSE
               PERFORM RUN-MECLOSE-SCREEN
           END-IF
           STOP RUN
           .
      * --- SIGNING FOR WORK DONE OUTSIDE THE SYSTEM IS A MANAGER'S
      *     WORD: MANAGER-ONLY ON THE FUNCAUTH MATRIX ------------------
       GET-SIGNOFF-AUTHORITY.
           SET SIGNOFF-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL SIGNOFF-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'CLOSESGN' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET SIGNOFF-AUTHORIZED TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-MECLOSE-SCREEN.
           PERFORM GET-SIGNOFF-AUTHORITY
           IF SIGNOFF-NOT-AUTHORIZED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-YYMM TO SC-PERIOD-YYMM
           PERFORM LOOKUP-CHECKLIST
           PERFORM SIGN-ONE-STEP UNTIL F1-PRESSED
           .
       SIGN-ONE-STEP.
           MOVE ZEROS TO SC-SIGN-STEP
           MOVE SPACES TO SC-NOTE
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-SIGNOFF-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-SIGNOFF
           END-IF
           .
      * --- F2 OR A NEW PERIOD ONLY LOOKS UP AND SHOWS THE LIST;
      *     ENTER WITH A STEP NUMBER ON WHAT IS SHOWN SIGNS IT ---------
       ACCEPT-SIGNOFF-ENTRY.
           DISPLAY MECLOSE-SCREEN
           ACCEPT MECLOSE-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-CHECKLIST
               WHEN SC-PERIOD-YYMM NOT = WS-SHOWN-YYMM
                   PERFORM LOOKUP-CHECKLIST
               WHEN OTHER
                   PERFORM VALIDATE-SIGNOFF
           END-EVALUATE
           .
       LOOKUP-CHECKLIST.
           MOVE SPACES TO SC-STEP-LINES SC-SUMMARY SC-PERIOD-STATE
           MOVE SC-PERIOD-YYMM TO WS-SHOWN-YYMM WS-TARGET-YYMM
           IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
               MOVE 'PERIOD MUST BE YYMM' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-YYMM TO PK-PERIOD-YYMM
           CALL 'PERCHK' USING PERIOD-CHECK-PARAMS
           IF PK-PERIOD-IS-CLOSED
               MOVE 'PERIOD IS CLOSED' TO SC-PERIOD-STATE
           ELSE
               MOVE 'PERIOD IS OPEN' TO SC-PERIOD-STATE
           END-IF
           MOVE WS-TARGET-YYMM TO CC-PERIOD-YYMM
           CALL 'CLOSECHK' USING CLOSE-CHECK-PARAMS
           PERFORM SHOW-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > CC-STEP-COUNT OR WS-STEP-IDX > 13
           PERFORM BUILD-SUMMARY
           MOVE WS-RPT-LINE TO SC-SUMMARY
           .
       SHOW-ONE-STEP.
           PERFORM FORMAT-STEP-LINE
           MOVE WS-STEP-LINE TO SC-STEP-LINE(WS-STEP-IDX)
           .
      * --- A MANUAL STEP NEEDS ITS NOTE (WHO FILED, WHAT MATCHED); A
      *     PROGRAM STEP SIGNED BY HAND NEEDS TO SAY WHY ---------------
       VALIDATE-SIGNOFF.
           PERFORM FIND-SIGN-STEP
           EVALUATE TRUE
               WHEN PK-PERIOD-IS-CLOSED
                   MOVE 'PERIOD IS CLOSED -- NOTHING TO SIGN'
                       TO SC-MESSAGE
               WHEN SC-SIGN-STEP = ZEROS
                   MOVE 'KEY THE STEP NUMBER TO SIGN OFF'
                       TO SC-MESSAGE
               WHEN STEP-NOT-FOUND
                   MOVE 'NO SUCH STEP ON THE CHECKLIST' TO SC-MESSAGE
               WHEN CC-STEP-IS-DONE(WS-FOUND-IDX)
                   MOVE 'STEP IS ALREADY DONE' TO SC-MESSAGE
               WHEN SC-NOTE = SPACES
                   MOVE 'KEY A NOTE FOR THE SIGN-OFF' TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
       FIND-SIGN-STEP.
           SET STEP-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-FOUND-IDX
           PERFORM MATCH-SIGN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > CC-STEP-COUNT OR STEP-FOUND
           .
       MATCH-SIGN-STEP.
           IF CC-STEP-NO(WS-STEP-IDX) = SC-SIGN-STEP
               SET STEP-FOUND TO TRUE
               MOVE WS-STEP-IDX TO WS-FOUND-IDX
           END-IF
           .
      *-----------------------------------------------------------------
       SAVE-SIGNOFF.
           OPEN EXTEND CLOSE-SIGNOFF-FILE
           IF WS-CG-STATUS = '05' OR WS-CG-STATUS = '35'
               OPEN OUTPUT CLOSE-SIGNOFF-FILE
               CLOSE CLOSE-SIGNOFF-FILE
               OPEN EXTEND CLOSE-SIGNOFF-FILE
           END-IF
           MOVE WS-TARGET-YYMM      TO CG-PERIOD-YYMM
           MOVE SC-SIGN-STEP        TO CG-STEP-NO
           MOVE 'S'                 TO CG-ACTION
           MOVE WS-TODAY-ISO        TO CG-DATE
           MOVE WS-MANAGER-INITIALS TO CG-BY
           MOVE SC-NOTE             TO CG-NOTE
           WRITE CLOSE-SIGNOFF-RECORD
           CLOSE CLOSE-SIGNOFF-FILE
           PERFORM LOOKUP-CHECKLIST
           MOVE SPACES TO SC-MESSAGE
           STRING 'STEP ' SC-SIGN-STEP ' SIGNED OFF BY '
               WS-MANAGER-INITIALS DELIMITED BY SIZE INTO SC-MESSAGE
           DISPLAY MECLOSE-SCREEN
           .
      *-----------------------------------------------------------------
       FORMAT-STEP-LINE.
           MOVE SPACES TO WS-STEP-LINE
           MOVE CC-STEP-NO(WS-STEP-IDX)     TO WS-SL-STEP-NO
           MOVE CC-DESCRIPTION(WS-STEP-IDX) TO WS-SL-DESCRIPTION
           IF CC-STEP-TYPE(WS-STEP-IDX) = 'A'
               MOVE CC-MODULE(WS-STEP-IDX) TO WS-SL-MODULE
           ELSE
               MOVE '(MANUAL)' TO WS-SL-MODULE
           END-IF
           EVALUATE TRUE
               WHEN CC-STEP-RAN(WS-STEP-IDX)
                   MOVE 'DONE' TO WS-SL-STATUS
               WHEN CC-STEP-SIGNED(WS-STEP-IDX)
                   MOVE 'SIGNED OFF' TO WS-SL-STATUS
               WHEN CC-STEP-FAILED(WS-STEP-IDX)
                   MOVE 'FAILED' TO WS-SL-STATUS
               WHEN CC-STEP-OUT-OF-ORDER(WS-STEP-IDX)
                   MOVE 'OUT OF ORDER' TO WS-SL-STATUS
               WHEN CC-STEP-TYPE(WS-STEP-IDX) = 'A'
                   MOVE 'NOT RUN' TO WS-SL-STATUS
               WHEN OTHER
                   MOVE 'NOT SIGNED' TO WS-SL-STATUS
           END-EVALUATE
           IF CC-STAMP(WS-STEP-IDX) > ZEROS
               MOVE CC-STAMP(WS-STEP-IDX) TO WS-STAMP
               MOVE WS-STAMP-MM   TO WS-SHOW-MM
               MOVE WS-STAMP-DD   TO WS-SHOW-DD
               MOVE WS-STAMP-CCYY TO WS-SHOW-CCYY
               MOVE WS-SHOW-DATE  TO WS-SL-DATE
           END-IF
           MOVE CC-BY(WS-STEP-IDX) TO WS-SL-BY
           .
       BUILD-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           IF CC-IS-COMPLETE
               STRING CC-DONE-COUNT ' OF ' CC-STEP-COUNT
                   ' STEPS DONE -- READY FOR PERCLOSE CLOSE '
                   WS-TARGET-YYMM DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING CC-DONE-COUNT ' OF ' CC-STEP-COUNT
                   ' STEPS DONE -- NEXT IS STEP ' CC-NEXT-STEP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE PRINTABLE STATUS PAGE --------------------------------
       PRINT-CLOSE-STATUS.
           MOVE WS-TARGET-YYMM TO PK-PERIOD-YYMM
           CALL 'PERCHK' USING PERIOD-CHECK-PARAMS
           MOVE WS-TARGET-YYMM TO CC-PERIOD-YYMM
           CALL 'CLOSECHK' USING CLOSE-CHECK-PARAMS
           SET SP-OP-OPEN TO TRUE
           MOVE 'MECLOSE' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - MONTH-END CLOSE CHECKLIST'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PERIOD ' WS-TARGET-YYMM '   PREPARED ' DF-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'NO MODULE   STEP                           STATUS'
               TO WS-RPT-LINE
           MOVE 'DATE       BY' TO WS-RPT-LINE(57:13)
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > CC-STEP-COUNT
           MOVE SPACES TO WS-STEP-LINE
           MOVE 'PERCLOSE' TO WS-SL-MODULE
           MOVE 'PERIOD CLOSED' TO WS-SL-DESCRIPTION
           IF PK-PERIOD-IS-CLOSED
               MOVE 'CLOSED' TO WS-SL-STATUS
           ELSE
               MOVE 'OPEN' TO WS-SL-STATUS
           END-IF
           MOVE WS-STEP-LINE TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM BUILD-SUMMARY
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-CLOSE-OVERRIDES
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-STEP.
           PERFORM FORMAT-STEP-LINE
           MOVE WS-STEP-LINE TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           EVALUATE TRUE
               WHEN CC-STEP-SIGNED(WS-STEP-IDX)
                   STRING '     NOTE: ' CC-NOTE(WS-STEP-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
               WHEN CC-STEP-FAILED(WS-STEP-IDX)
                   MOVE CC-RETURN-CODE(WS-STEP-IDX) TO WS-RC-OUT
                   STRING '     LAST RUN ENDED WITH RETURN CODE '
                       WS-RC-OUT ' -- RERUN IT'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
               WHEN CC-STEP-OUT-OF-ORDER(WS-STEP-IDX)
                   MOVE '     RAN BEFORE AN EARLIER STEP -- RERUN IT'
                       TO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
           END-EVALUATE
           .
      * --- A CLOSE FORCED OVER AN INCOMPLETE LIST IS PRINTED WITH ITS
      *     REASON, SO THE PAGE NEVER READS CLEANER THAN THE MONTH WAS -
       PRINT-CLOSE-OVERRIDES.
           MOVE ZEROS TO WS-OVERRIDE-COUNT
           SET WS-CG-EOF-SW TO 0
           OPEN INPUT CLOSE-SIGNOFF-FILE
           IF WS-CG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SIGNOFF-ROW
           PERFORM PRINT-ONE-OVERRIDE UNTIL END-OF-CLOSE-SIGNOFFS
           CLOSE CLOSE-SIGNOFF-FILE
           .
       READ-SIGNOFF-ROW.
           READ CLOSE-SIGNOFF-FILE NEXT RECORD
               AT END
                   SET END-OF-CLOSE-SIGNOFFS TO TRUE
           END-READ
           .
       PRINT-ONE-OVERRIDE.
           IF CG-PERIOD-YYMM = WS-TARGET-YYMM AND CG-IS-OVERRIDE
               ADD 1 TO WS-OVERRIDE-COUNT
               IF WS-OVERRIDE-COUNT = 1
                   MOVE SPACES TO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE 'CLOSED OVER AN INCOMPLETE CHECKLIST:'
                       TO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               MOVE CG-DATE TO WS-STAMP(1:8)
               MOVE WS-STAMP-MM   TO WS-SHOW-MM
               MOVE WS-STAMP-DD   TO WS-SHOW-DD
               MOVE WS-STAMP-CCYY TO WS-SHOW-CCYY
               STRING '  ' WS-SHOW-DATE ' BY ' CG-BY ': ' CG-NOTE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-SIGNOFF-ROW
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
