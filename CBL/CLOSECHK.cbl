       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSECHK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CLOSECHK -- MONTH-END CLOSE CHECKLIST.  ONE CALLABLE PLACE
      *    FOR "IS THIS MONTH READY TO CLOSE": PERCLOSE ASKS BEFORE IT
      *    CLOSES A PERIOD, AND MECLOSE PRINTS AND SIGNS THE LIST.
      *    THE STEPS AND THEIR ORDER COME OFF CLOSESTP (SEEDED ON
      *    FIRST USE WITH THE SHOP'S MONTH-END RUN).  AN AUTOMATIC
      *    STEP IS DONE WHEN GNUAUDIT SHOWS ITS MODULE RAN WITH RETURN
      *    CODE ZERO FOR THE PERIOD -- ARGUMENTS NAMING THE PERIOD
      *    (YYMM, OR MMYYYY AS TENTSTMT TAKES IT), OR, WHEN THE
      *    ARGUMENTS NAME NO PERIOD AT ALL, A RUN DATED FROM THE
      *    PERIOD'S LAST WEEK THROUGH THE END OF THE NEXT MONTH,
      *    WHICH COVERS THE 'ME' JOBLIST STEPS AND THE MONTH-START
      *    RENTINV.  A RUN NAMING ANOTHER PERIOD NEVER COUNTS, HOWEVER
      *    CLOSE TO MONTH END IT RAN.  THE LATEST SUCH RUN DECIDES, SO
      *    A RERUN THAT FAILED REOPENS THE STEP.  AN AUTOMATIC STEP
      *    WHOSE RUN CAME BEFORE AN EARLIER STEP'S IS OUT OF ORDER
      *    UNTIL RERUN.  A MANAGER SIGN-OFF ON CLOSESGN MARKS ANY STEP
      *    DONE -- THE MANUAL STEPS ONLY EVER CLOSE THAT WAY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-STEP-FILE
               ASSIGN TO 'CLOSESTP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.
           SELECT CLOSE-SIGNOFF-FILE
               ASSIGN TO 'CLOSESGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO 'GNUAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-STEP-FILE.
       COPY CLOSESTP.
       FD  CLOSE-SIGNOFF-FILE.
       COPY CLOSESGN.
       FD  AUDIT-LOG.
       COPY AUDITLOG.
       WORKING-STORAGE SECTION.
       01 WS-CS-STATUS         PIC XX VALUE '00'.
       01 WS-CG-STATUS         PIC XX VALUE '00'.
       01 WS-AL-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-CS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CLOSE-STEPS     VALUE 1.
          03 WS-CG-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CLOSE-SIGNOFFS  VALUE 1.
          03 WS-AL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-AUDIT-LOG       VALUE 1.
          03 WS-FOR-PERIOD-SW  PIC 9 VALUE 0.
             88 RUN-IS-FOR-PERIOD      VALUE 1.
             88 RUN-NOT-FOR-PERIOD     VALUE 0.
          03 WS-TOKEN-SW       PIC 9 VALUE 0.
             88 ARGS-NAME-A-PERIOD     VALUE 1.
             88 ARGS-NAME-NO-PERIOD    VALUE 0.
       01 WS-STEP-IDX          PIC 9(2) VALUE ZEROS.
      * --- THE PERIOD AND ITS WINDOW ---------------------------------
       01 WS-PERIOD-YYMM       PIC 9(4) VALUE ZEROS.
       01 WS-PERIOD-YYMM-X REDEFINES WS-PERIOD-YYMM.
          03 WS-PERIOD-YY      PIC 9(2).
          03 WS-PERIOD-MM      PIC 9(2).
       01 WS-PERIOD-TEXT       PIC X(4) VALUE SPACES.
       01 WS-PERIOD-MMYYYY.
          03 WS-PM-MM          PIC 9(2).
          03 WS-PM-CCYY        PIC 9(4).
       01 WS-PERIOD-CCYY       PIC 9(4) VALUE ZEROS.
       01 WS-FIRST-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-FIRST-CCYY        PIC 9(4) VALUE ZEROS.
       01 WS-FIRST-MM          PIC 9(2) VALUE ZEROS.
       01 WS-NEXT-INT          PIC S9(8) COMP.
       01 WS-AFTER-INT         PIC S9(8) COMP.
       01 WS-WINDOW-FROM-INT   PIC S9(8) COMP.
       01 WS-WINDOW-TO-INT     PIC S9(8) COMP.
      * --- ONE AUDIT ROW -------------------------------------------
       01 WS-ROW-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-ROW-INT           PIC S9(8) COMP.
       01 WS-ROW-STAMP         PIC 9(14) VALUE ZEROS.
       01 WS-ROW-RC            PIC S9(4) VALUE ZEROS.
       01 WS-ROW-ARGS          PIC X(80) VALUE SPACES.
       01 WS-HITS              PIC 9(3) VALUE ZEROS.
       01 WS-WORD-LEN          PIC 9(2) VALUE ZEROS.
      * --- DIGIT RUNS IN THE ARGUMENTS, FOR SPOTTING A PERIOD -------
       01 WS-SCAN-POS          PIC 9(3) VALUE ZEROS.
       01 WS-RUN-START         PIC 9(3) VALUE ZEROS.
       01 WS-RUN-LEN           PIC 9(3) VALUE ZEROS.
       01 WS-TOKEN-MM          PIC 9(2) VALUE ZEROS.
       01 WS-LATEST-STAMP      PIC 9(14) VALUE ZEROS.
      * --- THE ARGUMENT WORD EACH STEP'S RUN MUST CARRY --------------
       01 WS-ARG-WORDS.
          03 WS-ARG-WORD       PIC X(8) OCCURS 20 TIMES.
       LINKAGE SECTION.
       COPY CLOSECHK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CLOSE-CHECK-PARAMS.
       MAINLINE.
           MOVE ZEROS TO CC-STEP-COUNT CC-DONE-COUNT CC-NEXT-STEP
           SET CC-NOT-COMPLETE TO TRUE
           MOVE CC-PERIOD-YYMM TO WS-PERIOD-YYMM
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               GOBACK
           END-IF
           PERFORM SET-PERIOD-WINDOW
           PERFORM LOAD-CLOSE-STEPS
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-SIGNOFFS
           PERFORM CHECK-STEP-ORDER
           PERFORM COUNT-DONE-STEPS
           IF CC-STEP-COUNT > ZEROS AND CC-DONE-COUNT = CC-STEP-COUNT
               SET CC-IS-COMPLETE TO TRUE
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- MONTH-END RUNS START ON THE LAST BUSINESS DAY, SO THE
      *     WINDOW OPENS THE PERIOD'S LAST WEEK AND RUNS TO THE END
      *     OF THE FOLLOWING MONTH -------------------------------------
       SET-PERIOD-WINDOW.
           COMPUTE WS-PERIOD-CCYY = 2000 + WS-PERIOD-YY
           MOVE WS-PERIOD-YYMM TO WS-PERIOD-TEXT
           MOVE WS-PERIOD-MM   TO WS-PM-MM
           MOVE WS-PERIOD-CCYY TO WS-PM-CCYY
           MOVE WS-PERIOD-CCYY TO WS-FIRST-CCYY
           MOVE WS-PERIOD-MM   TO WS-FIRST-MM
           PERFORM STEP-TO-NEXT-MONTH
           COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-FIRST-ISO)
           PERFORM STEP-TO-NEXT-MONTH
           COMPUTE WS-AFTER-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-ISO)
           COMPUTE WS-WINDOW-FROM-INT = WS-NEXT-INT - 7
           COMPUTE WS-WINDOW-TO-INT = WS-AFTER-INT - 1
           .
       STEP-TO-NEXT-MONTH.
           IF WS-FIRST-MM = 12
               ADD 1 TO WS-FIRST-CCYY
               MOVE 1 TO WS-FIRST-MM
           ELSE
               ADD 1 TO WS-FIRST-MM
           END-IF
           COMPUTE WS-FIRST-ISO =
               WS-FIRST-CCYY * 10000 + WS-FIRST-MM * 100 + 1
           .
      *-----------------------------------------------------------------
       LOAD-CLOSE-STEPS.
           SET WS-CS-EOF-SW TO 0
           OPEN INPUT CLOSE-STEP-FILE
           IF WS-CS-STATUS = '35'
               PERFORM SEED-CLOSE-STEPS
               OPEN INPUT CLOSE-STEP-FILE
           END-IF
           IF WS-CS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CLOSE-STEP
           PERFORM STORE-CLOSE-STEP
               UNTIL END-OF-CLOSE-STEPS OR CC-STEP-COUNT = 20
           CLOSE CLOSE-STEP-FILE
           .
       READ-CLOSE-STEP.
           READ CLOSE-STEP-FILE NEXT RECORD
               AT END
                   SET END-OF-CLOSE-STEPS TO TRUE
           END-READ
           .
       STORE-CLOSE-STEP.
           IF CS-STEP-NO IS NUMERIC AND CS-STEP-NO > ZEROS
               ADD 1 TO CC-STEP-COUNT
               MOVE CS-STEP-NO     TO CC-STEP-NO(CC-STEP-COUNT)
               MOVE CS-STEP-TYPE   TO CC-STEP-TYPE(CC-STEP-COUNT)
               MOVE CS-MODULE      TO CC-MODULE(CC-STEP-COUNT)
               MOVE CS-DESCRIPTION TO CC-DESCRIPTION(CC-STEP-COUNT)
               MOVE CS-ARG-WORD    TO WS-ARG-WORD(CC-STEP-COUNT)
               INSPECT WS-ARG-WORD(CC-STEP-COUNT)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               SET CC-STEP-OPEN(CC-STEP-COUNT) TO TRUE
               MOVE ZEROS  TO CC-STAMP(CC-STEP-COUNT)
                              CC-RETURN-CODE(CC-STEP-COUNT)
               MOVE SPACES TO CC-BY(CC-STEP-COUNT)
                              CC-NOTE(CC-STEP-COUNT)
           END-IF
           PERFORM READ-CLOSE-STEP
           .
      *-----------------------------------------------------------------
      * --- THE MONTH-END RUN AS THE SHOP DOES IT.  THE TWO MANUAL
      *     STEPS SIT AFTER THE RUNS THEY CHECK ------------------------
       SEED-CLOSE-STEPS.
           OPEN OUTPUT CLOSE-STEP-FILE
           MOVE 01         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'CMSPAY'   TO CS-MODULE
           MOVE 'COMMIT'   TO CS-ARG-WORD
           MOVE 'CONSIGNOR PAYOUTS COMMITTED' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 02         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'POSPAY'   TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'POSITIVE-PAY FILE TO BANK' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 03         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'TAXRPT'   TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'SALES TAX REMITTANCE REPORT' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 04         TO CS-STEP-NO
           MOVE 'M'        TO CS-STEP-TYPE
           MOVE SPACES     TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'SALES TAX RETURN FILED' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 05         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'GLPOST'   TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'GENERAL LEDGER POSTED' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 06         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'GLEXPORT' TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'GL EXPORT FOR THE ACCOUNTANT' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 07         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'BANKRECN' TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'BANK STATEMENT RECONCILED' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 08         TO CS-STEP-NO
           MOVE 'M'        TO CS-STEP-TYPE
           MOVE SPACES     TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'DEPOSIT SLIPS MATCHED' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 09         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'RENTINV'  TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'RENT INVOICES' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           MOVE 10         TO CS-STEP-NO
           MOVE 'A'        TO CS-STEP-TYPE
           MOVE 'TENTSTMT' TO CS-MODULE
           MOVE SPACES     TO CS-ARG-WORD
           MOVE 'TENANT STATEMENTS' TO CS-DESCRIPTION
           WRITE CLOSE-STEP-RECORD
           CLOSE CLOSE-STEP-FILE
           .
      *-----------------------------------------------------------------
      * --- GNUAUDIT IS APPEND-ONLY, SO THE LAST ROW FOR A STEP IS ITS
      *     LATEST RUN.  THE CHAIN'S NOT-DUE, RAN-TODAY AND SKIPPED
      *     ROWS NEVER RAN AND ARE PASSED OVER -------------------------
       SCAN-AUDIT-LOG.
           SET WS-AL-EOF-SW TO 0
           OPEN INPUT AUDIT-LOG
           IF WS-AL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AUDIT-ROW
           PERFORM CHECK-ONE-AUDIT-ROW UNTIL END-OF-AUDIT-LOG
           CLOSE AUDIT-LOG
           .
       READ-AUDIT-ROW.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ
           .
       CHECK-ONE-AUDIT-ROW.
           IF AL-ERROR-ACTION = 'NOTDUE' OR AL-ERROR-ACTION = 'RANTODAY'
                   OR AL-ERROR-ACTION = 'SKIPPED'
                   OR AL-TIMESTAMP NOT NUMERIC
               PERFORM READ-AUDIT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE AL-ARGS TO WS-ROW-ARGS
           INSPECT WS-ROW-ARGS
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           COMPUTE WS-ROW-ISO =
               AL-YEAR * 10000 + AL-MONTH * 100 + AL-DAY
           MOVE AL-TIMESTAMP TO WS-ROW-STAMP
           PERFORM DECIDE-RUN-PERIOD
           IF RUN-IS-FOR-PERIOD
               COMPUTE WS-ROW-RC = FUNCTION NUMVAL(AL-RETURN-CODE)
               PERFORM MATCH-ROW-TO-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > CC-STEP-COUNT
           END-IF
           PERFORM READ-AUDIT-ROW
           .
       DECIDE-RUN-PERIOD.
           SET RUN-NOT-FOR-PERIOD TO TRUE
           MOVE ZEROS TO WS-HITS
           INSPECT WS-ROW-ARGS TALLYING WS-HITS
               FOR ALL WS-PERIOD-TEXT
           INSPECT WS-ROW-ARGS TALLYING WS-HITS
               FOR ALL WS-PERIOD-MMYYYY
           IF WS-HITS > ZEROS
               SET RUN-IS-FOR-PERIOD TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PERIOD-TOKEN
           IF ARGS-NAME-A-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-ISO) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(WS-ROW-ISO)
           IF WS-ROW-INT >= WS-WINDOW-FROM-INT
                   AND WS-ROW-INT <= WS-WINDOW-TO-INT
               SET RUN-IS-FOR-PERIOD TO TRUE
           END-IF
           .
      * --- DO THE ARGUMENTS NAME SOME OTHER PERIOD?  FOUR DIGITS IN
      *     A ROW ENDING IN A MONTH (YYMM), OR SIX STARTING WITH ONE
      *     (MMYYYY).  POSITION 81 ENDS THE LAST RUN ------------------
       FIND-PERIOD-TOKEN.
           SET ARGS-NAME-NO-PERIOD TO TRUE
           MOVE ZEROS TO WS-RUN-LEN
           PERFORM CHECK-ONE-ARG-CHAR
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 81 OR ARGS-NAME-A-PERIOD
           .
       CHECK-ONE-ARG-CHAR.
           IF WS-SCAN-POS <= 80
               IF WS-ROW-ARGS(WS-SCAN-POS:1) IS NUMERIC
                   IF WS-RUN-LEN = ZEROS
                       MOVE WS-SCAN-POS TO WS-RUN-START
                   END-IF
                   ADD 1 TO WS-RUN-LEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-RUN-LEN
               WHEN 4
                   MOVE WS-ROW-ARGS(WS-RUN-START + 2:2) TO WS-TOKEN-MM
               WHEN 6
                   MOVE WS-ROW-ARGS(WS-RUN-START:2) TO WS-TOKEN-MM
               WHEN OTHER
                   MOVE ZEROS TO WS-TOKEN-MM
           END-EVALUATE
           IF WS-TOKEN-MM >= 1 AND WS-TOKEN-MM <= 12
               SET ARGS-NAME-A-PERIOD TO TRUE
           END-IF
           MOVE ZEROS TO WS-RUN-LEN
           .
       MATCH-ROW-TO-STEP.
           IF CC-STEP-TYPE(WS-STEP-IDX) NOT = 'A'
                   OR AL-MODULE NOT = CC-MODULE(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STEP-ARG-WORD
           IF WS-ARG-WORD(WS-STEP-IDX) NOT = SPACES
                   AND WS-HITS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-STAMP TO CC-STAMP(WS-STEP-IDX)
           MOVE WS-ROW-RC    TO CC-RETURN-CODE(WS-STEP-IDX)
           IF WS-ROW-RC = ZEROS
               SET CC-STEP-RAN(WS-STEP-IDX) TO TRUE
           ELSE
               SET CC-STEP-FAILED(WS-STEP-IDX) TO TRUE
           END-IF
           .
       FIND-STEP-ARG-WORD.
           MOVE ZEROS TO WS-HITS
           IF WS-ARG-WORD(WS-STEP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-WORD-LEN
           INSPECT WS-ARG-WORD(WS-STEP-IDX) TALLYING WS-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-ROW-ARGS TALLYING WS-HITS
               FOR ALL WS-ARG-WORD(WS-STEP-IDX)(1:WS-WORD-LEN)
           .
      *-----------------------------------------------------------------
      * --- THE LATEST SIGN-OFF FOR A STEP STANDS, WHATEVER THE LOG
      *     SAYS -- A MANAGER VOUCHING FOR IT IS THE POINT -------------
       SCAN-SIGNOFFS.
           SET WS-CG-EOF-SW TO 0
           OPEN INPUT CLOSE-SIGNOFF-FILE
           IF WS-CG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SIGNOFF-ROW
           PERFORM CHECK-ONE-SIGNOFF UNTIL END-OF-CLOSE-SIGNOFFS
           CLOSE CLOSE-SIGNOFF-FILE
           .
       READ-SIGNOFF-ROW.
           READ CLOSE-SIGNOFF-FILE NEXT RECORD
               AT END
                   SET END-OF-CLOSE-SIGNOFFS TO TRUE
           END-READ
           .
       CHECK-ONE-SIGNOFF.
           IF CG-PERIOD-YYMM = WS-PERIOD-YYMM AND CG-IS-SIGNOFF
               PERFORM APPLY-SIGNOFF
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > CC-STEP-COUNT
           END-IF
           PERFORM READ-SIGNOFF-ROW
           .
       APPLY-SIGNOFF.
           IF CC-STEP-NO(WS-STEP-IDX) = CG-STEP-NO
               SET CC-STEP-SIGNED(WS-STEP-IDX) TO TRUE
               COMPUTE CC-STAMP(WS-STEP-IDX) = CG-DATE * 1000000
               MOVE CG-BY   TO CC-BY(WS-STEP-IDX)
               MOVE CG-NOTE TO CC-NOTE(WS-STEP-IDX)
           END-IF
           .
      *-----------------------------------------------------------------
      * --- AN AUTOMATIC STEP THAT RAN BEFORE AN EARLIER ONE WORKED
      *     FROM FIGURES NOT YET FINAL: IT STANDS OUT OF ORDER ---------
       CHECK-STEP-ORDER.
           MOVE ZEROS TO WS-LATEST-STAMP
           PERFORM CHECK-ONE-STEP-ORDER
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > CC-STEP-COUNT
           .
       CHECK-ONE-STEP-ORDER.
           IF NOT CC-STEP-RAN(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF CC-STAMP(WS-STEP-IDX) < WS-LATEST-STAMP
               SET CC-STEP-OUT-OF-ORDER(WS-STEP-IDX) TO TRUE
           ELSE
               MOVE CC-STAMP(WS-STEP-IDX) TO WS-LATEST-STAMP
           END-IF
           .
       COUNT-DONE-STEPS.
           PERFORM COUNT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > CC-STEP-COUNT
           .
       COUNT-ONE-STEP.
           IF CC-STEP-IS-DONE(WS-STEP-IDX)
               ADD 1 TO CC-DONE-COUNT
           ELSE
               IF CC-NEXT-STEP = ZEROS
                   MOVE CC-STEP-NO(WS-STEP-IDX) TO CC-NEXT-STEP
               END-IF
           END-IF
           .
