               ASSIGN TO 'NOTICES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.
           SELECT PAYMENT-PLANS
               ASSIGN TO 'PAYPLANF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-TENANT-ID
               FILE STATUS IS WS-PP-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01 DUNNING-LETTER-RECORD PIC X(70).
       FD  NOTICE-FILE.
       COPY NOTICES.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-DL-STATUS         PIC XX VALUE '00'.
       01 WS-NT-STATUS         PIC XX VALUE '00'.
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
       01 WS-TOTAL-OWED        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-LETTER-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-ON-PLAN-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
      * --- PER-TENANT DELIVERY ROUTE: 'E' TENANTS GET THE LETTER AS
      *     A MAILOUT MESSAGE THROUGH MAILPUT, EVERYONE ELSE STILL
           ELSE
               OPEN OUTPUT DUNNING-LETTERS
               PERFORM OPEN-NOTICE-FILE
               PERFORM OPEN-PAYMENT-PLANS
               PERFORM READ-TENANT-MASTER
               PERFORM CHECK-ONE-TENANT UNTIL END-OF-TENANT-MASTER
               CLOSE TENANT-MASTER
               CLOSE DUNNING-LETTERS
               CLOSE NOTICE-FILE
               IF PLAN-FILE-IS-OPEN
                   CLOSE PAYMENT-PLANS
               END-IF
               DISPLAY 'DUNNING LETTERS WRITTEN: ' WS-LETTER-COUNT
               DISPLAY 'HELD BACK -- ON A CURRENT PAYMENT PLAN: '
                       WS-ON-PLAN-COUNT
           END-IF
           GOBACK
           .
               OPEN EXTEND NOTICE-FILE
           END-IF
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
           MOVE WS-DUE-DD   TO WS-DUE-ISO(7:2)
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT
           IF WS-DAYS-PAST > 7
               PERFORM CHECK-PAYMENT-PLAN
               IF PLAN-IS-CURRENT
                   ADD 1 TO WS-ON-PLAN-COUNT
                   PERFORM READ-TENANT-MASTER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST > 60
                   MOVE 'T' TO WS-SEVERITY
           END-EVALUATE
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
       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
