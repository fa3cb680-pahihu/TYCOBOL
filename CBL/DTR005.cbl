               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT PAYMENT-PLANS
               ASSIGN TO 'PAYPLANF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-TENANT-ID
               FILE STATUS IS WS-PP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-PP-STATUS         PIC XX VALUE '00'.
       01 WS-PLAN-SWITCHES.
          03 WS-PLAN-OPEN-SW   PIC 9 VALUE 0.
             88 PLAN-FILE-IS-OPEN      VALUE 1.
          03 WS-PLAN-CURRENT-SW PIC 9 VALUE 0.
             88 PLAN-IS-CURRENT        VALUE 1.
             88 PLAN-NOT-CURRENT       VALUE 0.
       01 WS-PLAN-DUE-DATE.
          03 WS-PLAN-DUE-MM    PIC 9(2).
          03 WS-PLAN-DUE-DD    PIC 9(2).
          03 WS-PLAN-DUE-YYYY  PIC 9(4).
       01 WS-PLAN-DUE-ISO      PIC 9(8) VALUE ZEROS.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-TENANTS-CHARGED   PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-PENALTIES   PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-ON-PLAN-COUNT     PIC 9(4) VALUE ZEROS.
       COPY DATEFMT.
       COPY ARPOST.
       COPY JRNLTM.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY QUARPUT.
       LINKAGE SECTION.
       COPY ARGS.
           PERFORM PROCESS-TENANT-RECORD UNTIL END-OF-TENANT-MASTER
           PERFORM PRINT-PENALTY-TOTALS
           CLOSE TENANT-MASTER
           IF PLAN-FILE-IS-OPEN
               CLOSE PAYMENT-PLANS
           END-IF
           GOBACK
           .
      * --- ARGV(1) IS 'FLAT' OR 'PCT' (DEFAULT PCT); ARGV(2) IS THE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           OPEN I-O TENANT-MASTER
           PERFORM OPEN-PAYMENT-PLANS
           DISPLAY '          LATE-RENT PENALTY RUN'
           DISPLAY ' '
           IF PENALTY-IS-FLAT
           DISPLAY 'TENANT  NAME                      DAYS PAST  '
                   'LATE FEE   NEW BALANCE'
           .
       OPEN-PAYMENT-PLANS.
           OPEN INPUT PAYMENT-PLANS
           IF WS-PP-STATUS = '00'
               SET PLAN-FILE-IS-OPEN TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
       READ-TENANT-MASTER.
           READ TENANT-MASTER NEXT RECORD
           IF WS-DAYS-PAST > 0
               AND NOT (TM-LAST-FEE-DATE (1:2) = DF-MMDDYYYY (1:2)
                   AND TM-LAST-FEE-DATE (5:4) = DF-MMDDYYYY (5:4))
               PERFORM CHECK-PAYMENT-PLAN
               IF PLAN-IS-CURRENT
                   ADD 1 TO WS-ON-PLAN-COUNT
               ELSE
                   PERFORM CALC-AND-POST-LATE-FEE
               END-IF
           END-IF
           PERFORM READ-TENANT-MASTER
           .
      *-----------------------------------------------------------------
      * --- A TENANT PAYING OFF THE ARREARS ON A PAYMENT PLAN IS LEFT
      *     ALONE WHILE THE PLAN IS ACTIVE AND THE INSTALLMENT NOW DUE
      *     IS NOT YET PAST (OR IS ALREADY PAID); PAYPLAN'S NIGHTLY
      *     CHECK BREAKS A MISSED PLAN AND THE TENANT COMES BACK ------
       CHECK-PAYMENT-PLAN.
           SET PLAN-NOT-CURRENT TO TRUE
           IF NOT PLAN-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE TM-TENANT-ID TO PP-TENANT-ID
           READ PAYMENT-PLANS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PP-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE PP-NEXT-DUE-DATE TO WS-PLAN-DUE-DATE
           MOVE WS-PLAN-DUE-YYYY TO WS-PLAN-DUE-ISO(1:4)
           MOVE WS-PLAN-DUE-MM   TO WS-PLAN-DUE-ISO(5:2)
           MOVE WS-PLAN-DUE-DD   TO WS-PLAN-DUE-ISO(7:2)
           IF PP-PERIOD-PAID >= PP-INSTALLMENT
                   OR FUNCTION INTEGER-OF-DATE(WS-PLAN-DUE-ISO)
                       >= WS-TODAY-INT
               SET PLAN-IS-CURRENT TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
       CALC-AND-POST-LATE-FEE.
           MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
           DISPLAY ' '
           DISPLAY 'TENANTS CHARGED: ' WS-TENANTS-CHARGED
           DISPLAY 'TOTAL PENALTIES ASSESSED: ' WS-TOTAL-PENALTIES
           DISPLAY 'SUSPENDED -- ON A CURRENT PAYMENT PLAN: '
                   WS-ON-PLAN-COUNT
           .
