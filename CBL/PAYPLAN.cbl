       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPLAN.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    PAYPLAN -- RENT PAYMENT PLANS (PROMISE TO PAY).  WHEN THE
      *    OWNER AGREES TO LET A DEALER CATCH UP A PAST-DUE TENTAR
      *    BALANCE IN INSTALLMENTS, THE AGREEMENT LIVES HERE INSTEAD
      *    OF IN A CONTLOG NOTE:
      *      "GNUMAIN PAYPLAN SETUP 000123 50.00 W"  SETS UP A PLAN
      *          AGAINST THE TENANT'S OPEN BALANCE, 50.00 DUE EVERY
      *          WEEK (W), EVERY TWO WEEKS (B) OR MONTHLY (M), THE
      *          FIRST ONE A PERIOD FROM TODAY;
      *      "GNUMAIN PAYPLAN CANCEL 000123"         ENDS IT BY HAND;
      *      "GNUMAIN PAYPLAN CHECK"                 THE NIGHTLY RUN:
      *          EVERY INSTALLMENT DATE NOW PAST IS SETTLED FROM WHAT
      *          RENTPAY HAS APPLIED, AND A SHORT ONE BREAKS THE PLAN;
      *      "GNUMAIN PAYPLAN REPORT"                PLAN STATUS,
      *          SPOOLED AS PAYPLAN.
      *    WHILE A PLAN IS ACTIVE AND CURRENT, DUNNING SENDS NO
      *    LETTERS AND DTR005 CHARGES NO LATE FEE; A BROKEN OR
      *    CANCELLED PLAN PUTS THE TENANT BACK ON THE NORMAL CYCLE.
      *    EVERY CHANGE OF PLAN IS NOTED ON THE TENANT'S CONTLOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLANS
               ASSIGN TO 'PAYPLANF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-TENANT-ID
               FILE STATUS IS WS-PP-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT TENANT-AR
               ASSIGN TO 'TENTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  TENANT-AR.
       COPY TENTAR.
       WORKING-STORAGE SECTION.
       01 WS-PP-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-AR-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-SETUP             VALUE 'SETUP'.
          88 MODE-IS-CANCEL            VALUE 'CANCEL'.
          88 MODE-IS-CHECK             VALUE 'CHECK'.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-AR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-AR       VALUE 1.
          03 WS-PP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-PAYMENT-PLANS   VALUE 1.
          03 WS-PLAN-SW        PIC 9 VALUE 0.
             88 PLAN-ON-FILE           VALUE 1.
             88 PLAN-NOT-ON-FILE       VALUE 0.
          03 WS-TM-OPEN-SW     PIC 9 VALUE 0.
             88 TENANT-MASTER-IS-OPEN  VALUE 1.
       01 WS-TARGET-TENANT     PIC 9(6) VALUE ZEROS.
       01 WS-NEW-INSTALLMENT   PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-NEW-FREQUENCY     PIC X VALUE 'W'.
       01 WS-AR-BALANCE        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-DUE-DATE.
          03 WS-DUE-MM         PIC 9(2).
          03 WS-DUE-DD         PIC 9(2).
          03 WS-DUE-YYYY       PIC 9(4).
       01 WS-DUE-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-DUE-ISO-PARTS REDEFINES WS-DUE-ISO.
          03 WS-DUE-ISO-YYYY   PIC 9(4).
          03 WS-DUE-ISO-MM     PIC 9(2).
          03 WS-DUE-ISO-DD     PIC 9(2).
       01 WS-DUE-INT           PIC S9(8) COMP.
       01 WS-FREQUENCY-WORD    PIC X(7) VALUE SPACES.
       01 WS-AMOUNT-EDIT       PIC Z(6)9.99.
       01 WS-BALANCE-EDIT      PIC Z(6)9.99.
       01 WS-REMAINING         PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-INSTALLMENTS-LEFT PIC 9(4) VALUE ZEROS.
       01 WS-CHECKED-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-MET-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-BROKEN-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-ACTIVE-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-ACTIVE-TOTAL      PIC 9(8)V9(2) VALUE ZEROS.
       01 WS-BROKEN-TOTAL      PIC 9(8)V9(2) VALUE ZEROS.
       01 WS-DONE-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-CANCEL-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-PLAN-DETAIL.
          03 PD-TENANT-ID      PIC 9(6).
          03 FILLER            PIC X VALUE SPACE.
          03 PD-NAME           PIC X(17).
          03 FILLER            PIC X VALUE SPACE.
          03 PD-STATUS         PIC X(6).
          03 FILLER            PIC X VALUE SPACE.
          03 PD-FREQUENCY      PIC X.
          03 FILLER            PIC X VALUE SPACE.
          03 PD-INSTALLMENT    PIC ZZ,ZZ9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 PD-DUE-DATE       PIC 99/99/9999.
          03 FILLER            PIC X VALUE SPACE.
          03 PD-PLAN-AMOUNT    PIC ZZZ,ZZ9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 PD-REMAINING      PIC ZZZ,ZZ9.99.
          03 FILLER            PIC X VALUE SPACE.
          03 PD-LEFT           PIC ZZ9.
       COPY DATEFMT.
       COPY CONTPUT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-ISO
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-TENANT
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-SETUP AND WS-TARGET-TENANT > ZEROS
                       AND ARGC >= 3
                   MOVE FUNCTION NUMVAL(ARGV(3)) TO WS-NEW-INSTALLMENT
                   IF ARGC >= 4
                       MOVE ARGV(4)(1:1) TO WS-NEW-FREQUENCY
                       INSPECT WS-NEW-FREQUENCY
                           CONVERTING 'wbm' TO 'WBM'
                   END-IF
                   PERFORM SET-UP-PAYMENT-PLAN
               WHEN MODE-IS-CANCEL AND WS-TARGET-TENANT > ZEROS
                   PERFORM CANCEL-PAYMENT-PLAN
               WHEN MODE-IS-CHECK
                   PERFORM CHECK-PAYMENT-PLANS
               WHEN MODE-IS-REPORT
                   PERFORM PRINT-PLAN-REPORT
               WHEN OTHER
                   DISPLAY 'USE: PAYPLAN SETUP <TENANT> <AMOUNT> '
                           '[W/B/M] | CANCEL <TENANT> | CHECK | REPORT'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
       OPEN-PAYMENT-PLANS.
           OPEN I-O PAYMENT-PLANS
           IF WS-PP-STATUS = '35'
               OPEN OUTPUT PAYMENT-PLANS
               CLOSE PAYMENT-PLANS
               OPEN I-O PAYMENT-PLANS
           END-IF
           .
       READ-TARGET-PLAN.
           SET PLAN-NOT-ON-FILE TO TRUE
           MOVE WS-TARGET-TENANT TO PP-TENANT-ID
           READ PAYMENT-PLANS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PP-STATUS = '00'
               SET PLAN-ON-FILE TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A PLAN IS ONLY FOR A TENANT STILL ON TENANTM WITH AN OPEN
      *     BALANCE; A MOVED-OUT BALANCE BELONGS TO COLLECT INSTEAD.
      *     AN OLD BROKEN, COMPLETED OR CANCELLED PLAN IS REPLACED --
      *     AN ACTIVE ONE MUST BE CANCELLED FIRST ---------------------
       SET-UP-PAYMENT-PLAN.
           IF WS-NEW-INSTALLMENT NOT > ZEROS
               DISPLAY 'INSTALLMENT AMOUNT MUST BE GREATER THAN ZERO'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-FREQUENCY NOT = 'W' AND WS-NEW-FREQUENCY NOT = 'B'
                   AND WS-NEW-FREQUENCY NOT = 'M'
               DISPLAY 'FREQUENCY MUST BE W (WEEKLY), B (EVERY TWO '
                       'WEEKS) OR M (MONTHLY)'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           MOVE WS-TARGET-TENANT TO TM-TENANT-ID
           IF WS-TM-STATUS = '00'
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE TENANT-MASTER
           END-IF
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ' IS NOT ON THE TENANT MASTER'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-OPEN-AR-BALANCE
           IF WS-AR-BALANCE <= ZEROS
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ' HAS NO OPEN BALANCE -- NO PLAN NEEDED'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PAYMENT-PLANS
           PERFORM READ-TARGET-PLAN
           IF PLAN-ON-FILE AND PP-IS-ACTIVE
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ' ALREADY HAS AN ACTIVE PLAN -- CANCEL IT FIRST'
               MOVE 1 TO RETURN-CODE
               CLOSE PAYMENT-PLANS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-TENANT   TO PP-TENANT-ID
           MOVE DF-MMDDYYYY        TO PP-SETUP-DATE
           MOVE WS-AR-BALANCE      TO PP-PLAN-AMOUNT
           MOVE WS-NEW-INSTALLMENT TO PP-INSTALLMENT
           MOVE WS-NEW-FREQUENCY   TO PP-FREQUENCY
           MOVE ZEROS              TO PP-PERIOD-PAID PP-TOTAL-PAID
           SET PP-IS-ACTIVE        TO TRUE
           MOVE DF-MMDDYYYY        TO PP-STATUS-DATE
           MOVE ZEROS              TO PP-MISSED-DUE-DATE
      * --- THE FIRST INSTALLMENT FALLS ONE PERIOD FROM TODAY; A
      *     MONTHLY PLAN IS HELD TO THE 28TH SO EVERY MONTH HAS ITS DAY
           MOVE DF-MMDDYYYY        TO WS-DUE-DATE
           IF PP-IS-MONTHLY AND WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-DATE        TO PP-NEXT-DUE-DATE
           PERFORM ADVANCE-DUE-DATE
           IF PLAN-ON-FILE
               REWRITE PAYMENT-PLAN-RECORD
           ELSE
               WRITE PAYMENT-PLAN-RECORD
           END-IF
           CLOSE PAYMENT-PLANS
           IF WS-PP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO FILE THE PLAN -- STATUS '
                       WS-PP-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM NAME-THE-FREQUENCY
           MOVE PP-INSTALLMENT TO WS-AMOUNT-EDIT
           MOVE PP-PLAN-AMOUNT TO WS-BALANCE-EDIT
           DISPLAY 'TENANT ' WS-TARGET-TENANT ' PLAN SET UP -- '
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ' PER '
                   FUNCTION TRIM(WS-FREQUENCY-WORD) ' ON '
                   FUNCTION TRIM(WS-BALANCE-EDIT)
                   ', FIRST DUE ' PP-NEXT-DUE-DATE
           MOVE SPACES TO LG-NOTE
           STRING 'PAYMENT PLAN SET UP: '
                  FUNCTION TRIM(WS-AMOUNT-EDIT) ' PER '
                  FUNCTION TRIM(WS-FREQUENCY-WORD) ' ON '
                  FUNCTION TRIM(WS-BALANCE-EDIT)
               DELIMITED BY SIZE INTO LG-NOTE
           PERFORM NOTE-ON-CONTACT-LOG
           .
       NAME-THE-FREQUENCY.
           EVALUATE TRUE
               WHEN PP-IS-WEEKLY
                   MOVE 'WEEK'    TO WS-FREQUENCY-WORD
               WHEN PP-IS-BIWEEKLY
                   MOVE '2 WEEKS' TO WS-FREQUENCY-WORD
               WHEN OTHER
                   MOVE 'MONTH'   TO WS-FREQUENCY-WORD
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- SAME SUBLEDGER ARITHMETIC AS COLLECT: CHARGES LESS
      *     PAYMENTS LESS CREDITS ------------------------------------
       SUM-OPEN-AR-BALANCE.
           MOVE ZEROS TO WS-AR-BALANCE
           SET WS-AR-EOF-SW TO 0
           OPEN INPUT TENANT-AR
           IF WS-AR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-AR
           PERFORM SUM-ONE-AR-ROW UNTIL END-OF-TENANT-AR
           CLOSE TENANT-AR
           .
       READ-TENANT-AR.
           READ TENANT-AR NEXT RECORD
               AT END
                   SET END-OF-TENANT-AR TO TRUE
           END-READ
           .
       SUM-ONE-AR-ROW.
           IF AR-TENANT-ID = WS-TARGET-TENANT
               IF AR-IS-CHARGE
                   ADD AR-AMOUNT TO WS-AR-BALANCE
               ELSE
                   SUBTRACT AR-AMOUNT FROM WS-AR-BALANCE
               END-IF
           END-IF
           PERFORM READ-TENANT-AR
           .
      *-----------------------------------------------------------------
       CANCEL-PAYMENT-PLAN.
           PERFORM OPEN-PAYMENT-PLANS
           PERFORM READ-TARGET-PLAN
           IF PLAN-NOT-ON-FILE OR NOT PP-IS-ACTIVE
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ' HAS NO ACTIVE PAYMENT PLAN'
               MOVE 1 TO RETURN-CODE
               CLOSE PAYMENT-PLANS
               EXIT PARAGRAPH
           END-IF
           SET PP-IS-CANCELLED TO TRUE
           MOVE DF-MMDDYYYY TO PP-STATUS-DATE
           REWRITE PAYMENT-PLAN-RECORD
           CLOSE PAYMENT-PLANS
           DISPLAY 'TENANT ' WS-TARGET-TENANT
                   ' PLAN CANCELLED -- BACK ON THE NORMAL DUNNING CYCLE'
           MOVE SPACES TO LG-NOTE
           MOVE 'PAYMENT PLAN CANCELLED, DUNNING AND LATE FEES RESUME'
               TO LG-NOTE
           PERFORM NOTE-ON-CONTACT-LOG
           .
       NOTE-ON-CONTACT-LOG.
           MOVE PP-TENANT-ID TO LG-TENANT-ID
           MOVE 'PAYPLAN '   TO LG-SOURCE
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           .
      *-----------------------------------------------------------------
      * --- THE NIGHTLY CHECK: EVERY INSTALLMENT WHOSE DATE IS NOW
      *     BEHIND US IS SETTLED OUT OF WHAT RENTPAY HAS APPLIED TO
      *     THE PERIOD.  ENOUGH MONEY ROLLS THE PLAN TO ITS NEXT DATE,
      *     CARRYING ANY EXCESS; A SHORT PERIOD BREAKS THE PLAN -------
       CHECK-PAYMENT-PLANS.
           OPEN I-O PAYMENT-PLANS
           IF WS-PP-STATUS = '35'
               DISPLAY 'NO PAYMENT PLANS ON FILE -- NOTHING TO CHECK'
               EXIT PARAGRAPH
           END-IF
           DISPLAY '        PAYMENT PLAN NIGHTLY CHECK  ' DF-MMDDYYYY
           DISPLAY ' '
           MOVE ZEROS TO PP-TENANT-ID
           START PAYMENT-PLANS KEY IS NOT LESS THAN PP-TENANT-ID
               INVALID KEY
                   SET END-OF-PAYMENT-PLANS TO TRUE
           END-START
           PERFORM READ-PLAN-ROW
           PERFORM CHECK-ONE-PLAN UNTIL END-OF-PAYMENT-PLANS
           CLOSE PAYMENT-PLANS
           DISPLAY ' '
           DISPLAY 'ACTIVE PLANS CHECKED:      ' WS-CHECKED-COUNT
           DISPLAY 'INSTALLMENTS MET:          ' WS-MET-COUNT
           DISPLAY 'PLANS BROKEN TONIGHT:      ' WS-BROKEN-COUNT
           .
       READ-PLAN-ROW.
           READ PAYMENT-PLANS NEXT RECORD
               AT END
                   SET END-OF-PAYMENT-PLANS TO TRUE
           END-READ
           .
       CHECK-ONE-PLAN.
           IF PP-IS-ACTIVE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM COMPUTE-DUE-INT
               PERFORM SETTLE-ONE-INSTALLMENT
                   UNTIL NOT PP-IS-ACTIVE
                       OR WS-DUE-INT >= WS-TODAY-INT
               REWRITE PAYMENT-PLAN-RECORD
           END-IF
           PERFORM READ-PLAN-ROW
           .
       SETTLE-ONE-INSTALLMENT.
           IF PP-PERIOD-PAID >= PP-INSTALLMENT
               SUBTRACT PP-INSTALLMENT FROM PP-PERIOD-PAID
               ADD 1 TO WS-MET-COUNT
               PERFORM ADVANCE-DUE-DATE
               PERFORM COMPUTE-DUE-INT
           ELSE
               PERFORM BREAK-PAYMENT-PLAN
           END-IF
           .
      * --- A MISSED INSTALLMENT: THE PLAN IS BROKEN, WHICH BY ITSELF
      *     PUTS THE TENANT BACK ON DUNNING'S LETTERS AND DTR005'S
      *     LATE FEES, AND THE CONTACT LOG SAYS WHY ------------------
       BREAK-PAYMENT-PLAN.
           SET PP-IS-BROKEN TO TRUE
           MOVE PP-NEXT-DUE-DATE TO PP-MISSED-DUE-DATE
           MOVE DF-MMDDYYYY      TO PP-STATUS-DATE
           ADD 1 TO WS-BROKEN-COUNT
           DISPLAY PP-TENANT-ID ' PLAN BROKEN -- INSTALLMENT DUE '
                   PP-NEXT-DUE-DATE ' PAID ' PP-PERIOD-PAID
                   ' OF ' PP-INSTALLMENT
           MOVE SPACES TO LG-NOTE
           STRING 'PAYMENT PLAN BROKEN, INSTALLMENT DUE '
                  PP-NEXT-DUE-DATE ' MISSED'
               DELIMITED BY SIZE INTO LG-NOTE
           PERFORM NOTE-ON-CONTACT-LOG
           .
      *-----------------------------------------------------------------
       COMPUTE-DUE-INT.
           MOVE PP-NEXT-DUE-DATE TO WS-DUE-DATE
           MOVE WS-DUE-YYYY TO WS-DUE-ISO-YYYY
           MOVE WS-DUE-MM   TO WS-DUE-ISO-MM
           MOVE WS-DUE-DD   TO WS-DUE-ISO-DD
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
           .
      * --- ROLLS PP-NEXT-DUE-DATE ON ONE PERIOD: 7 OR 14 DAYS, OR
      *     THE SAME DAY NEXT MONTH THE WAY RENTPAY ROLLS THE RENT ----
       ADVANCE-DUE-DATE.
           PERFORM COMPUTE-DUE-INT
           EVALUATE TRUE
               WHEN PP-IS-WEEKLY
                   ADD 7 TO WS-DUE-INT
               WHEN PP-IS-BIWEEKLY
                   ADD 14 TO WS-DUE-INT
               WHEN OTHER
                   ADD 1 TO WS-DUE-ISO-MM
                   IF WS-DUE-ISO-MM > 12
                       MOVE 1 TO WS-DUE-ISO-MM
                       ADD 1 TO WS-DUE-ISO-YYYY
                   END-IF
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
           END-EVALUATE
           COMPUTE WS-DUE-ISO = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE WS-DUE-ISO-MM   TO WS-DUE-MM
           MOVE WS-DUE-ISO-DD   TO WS-DUE-DD
           MOVE WS-DUE-ISO-YYYY TO WS-DUE-YYYY
           MOVE WS-DUE-DATE     TO PP-NEXT-DUE-DATE
           .
      *-----------------------------------------------------------------
      * --- PLAN STATUS REPORT: EVERY PLAN ON FILE WITH WHAT IS LEFT
      *     TO PAY AND HOW MANY INSTALLMENTS THAT IS; A BROKEN PLAN
      *     SHOWS THE DATE OF THE INSTALLMENT IT MISSED --------------
       PRINT-PLAN-REPORT.
           OPEN INPUT PAYMENT-PLANS
           IF WS-PP-STATUS = '35'
               DISPLAY 'NO PAYMENT PLANS ON FILE'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS = '00'
               SET TENANT-MASTER-IS-OPEN TO TRUE
           END-IF
           SET SP-OP-OPEN TO TRUE
           MOVE 'PAYPLAN' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING '        PAYMENT PLAN STATUS REPORT  ' DF-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'TENANT NAME              STATUS F INSTALLMT DUE/MISSED'
               TO WS-RPT-LINE
           MOVE '  PLAN AMT  REMAINING LFT' TO WS-RPT-LINE(56:)
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO PP-TENANT-ID
           START PAYMENT-PLANS KEY IS NOT LESS THAN PP-TENANT-ID
               INVALID KEY
                   SET END-OF-PAYMENT-PLANS TO TRUE
           END-START
           PERFORM READ-PLAN-ROW
           PERFORM PRINT-ONE-PLAN UNTIL END-OF-PAYMENT-PLANS
           CLOSE PAYMENT-PLANS
           IF TENANT-MASTER-IS-OPEN
               CLOSE TENANT-MASTER
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ACTIVE-TOTAL TO WS-BALANCE-EDIT
           STRING 'ACTIVE PLANS:    ' WS-ACTIVE-COUNT
                  '   STILL TO PAY: ' WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BROKEN-TOTAL TO WS-BALANCE-EDIT
           STRING 'BROKEN PLANS:    ' WS-BROKEN-COUNT
                  '   STILL TO PAY: ' WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COMPLETED PLANS: ' WS-DONE-COUNT
                  '   CANCELLED: ' WS-CANCEL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-PLAN.
           MOVE PP-TENANT-ID TO PD-TENANT-ID
           MOVE SPACES TO PD-NAME
           IF TENANT-MASTER-IS-OPEN
               MOVE PP-TENANT-ID TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE '(MOVED OUT)' TO PD-NAME
                   NOT INVALID KEY
                       MOVE TM-LAST-NAME TO PD-NAME
               END-READ
           END-IF
           IF PP-TOTAL-PAID < PP-PLAN-AMOUNT
               COMPUTE WS-REMAINING = PP-PLAN-AMOUNT - PP-TOTAL-PAID
           ELSE
               MOVE ZEROS TO WS-REMAINING
           END-IF
           MOVE ZEROS TO WS-INSTALLMENTS-LEFT
           MOVE PP-NEXT-DUE-DATE TO PD-DUE-DATE
           EVALUATE TRUE
               WHEN PP-IS-ACTIVE
                   MOVE 'ACTIVE' TO PD-STATUS
                   COMPUTE WS-INSTALLMENTS-LEFT =
                       (WS-REMAINING + PP-INSTALLMENT - 0.01)
                           / PP-INSTALLMENT
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD WS-REMAINING TO WS-ACTIVE-TOTAL
               WHEN PP-IS-BROKEN
                   MOVE 'BROKEN' TO PD-STATUS
                   MOVE PP-MISSED-DUE-DATE TO PD-DUE-DATE
                   ADD 1 TO WS-BROKEN-COUNT
                   ADD WS-REMAINING TO WS-BROKEN-TOTAL
               WHEN PP-IS-COMPLETED
                   MOVE 'DONE' TO PD-STATUS
                   MOVE ZEROS TO PD-DUE-DATE
                   ADD 1 TO WS-DONE-COUNT
               WHEN OTHER
                   MOVE 'CANCEL' TO PD-STATUS
                   MOVE ZEROS TO PD-DUE-DATE
                   ADD 1 TO WS-CANCEL-COUNT
           END-EVALUATE
           MOVE PP-FREQUENCY   TO PD-FREQUENCY
           MOVE PP-INSTALLMENT TO PD-INSTALLMENT
           MOVE PP-PLAN-AMOUNT TO PD-PLAN-AMOUNT
           MOVE WS-REMAINING   TO PD-REMAINING
           MOVE WS-INSTALLMENTS-LEFT TO PD-LEFT
           MOVE WS-PLAN-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM READ-PLAN-ROW
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
