       IDENTIFICATION DIVISION.
       PROGRAM-ID. RWDISSUE.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    RWDISSUE -- NIGHTLY FREQUENT-BUYER REWARD ISSUE.  EVERY
      *    ACTIVE CUSTOMER WHOSE POINTS HAVE REACHED RW-REWARD-LEVEL
      *    (RWDPOLCY) GETS A REWARD CERTIFICATE FOR RW-CERT-AMOUNT,
      *    NUMBERED OFF THE SAME GIFTCTR COUNTER CMSGIFT USES AND FILED
      *    ON GIFTCERT AS TYPE 'R' SO CMSPLN REDEEMS IT LIKE ANY OTHER
      *    CERTIFICATE.  THE LEVEL COMES OFF THE POINTS FOR EACH ONE
      *    ISSUED, SO A BIG BUYER CAN EARN MORE THAN ONE IN A NIGHT.
      *    THE DESK GETS THE HAND-OUT LIST IN RWDLIST.
      *      "GNUMAIN RWDISSUE"
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CU-STATUS.
           SELECT GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CERT-NO
               FILE STATUS IS WS-GC-STATUS.
           SELECT GIFT-COUNTER
               ASSIGN TO 'GIFTCTR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CTR-RRN
               FILE STATUS IS WS-GF-STATUS.
           SELECT REWARD-POLICY
               ASSIGN TO 'RWDPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT REWARD-LIST
               ASSIGN TO 'RWDLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  GIFT-CERT-FILE.
       COPY GIFTCERT.
       FD  GIFT-COUNTER.
       COPY GIFTCTR.
       FD  REWARD-POLICY.
       COPY RWDPOLCY.
       FD  REWARD-LIST.
       01 REWARD-LIST-RECORD   PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-CU-STATUS         PIC XX VALUE '00'.
       01 WS-GC-STATUS         PIC XX VALUE '00'.
       01 WS-GF-STATUS         PIC XX VALUE '00'.
       01 WS-RW-STATUS         PIC XX VALUE '00'.
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-SWITCHES.
          03 WS-CU-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CUSTOMER-MASTER VALUE 1.
          03 WS-RW-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-REWARD-POLICY   VALUE 1.
          03 WS-WRITE-SW       PIC 9 VALUE 0.
             88 CERT-WRITTEN           VALUE 1.
             88 CERT-NOT-WRITTEN       VALUE 0.
      * --- THE AGREED PROGRAM UNTIL RWDPOLCY SAYS OTHERWISE -----------
       01 WS-REWARD-LEVEL      PIC 9(5) VALUE 500.
       01 WS-CERT-AMOUNT       PIC 9(4)V9(2) VALUE 25.00.
       01 WS-NEXT-CERT-NO      PIC 9(6) VALUE ZEROS.
       01 WS-CUST-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-CERT-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-CERT-VALUE        PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-CUST-ISSUED       PIC 9(3) VALUE ZEROS.
       01 WS-EDIT-AMOUNT       PIC Z,ZZ9.99.
       01 WS-EDIT-VALUE        PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-POINTS       PIC -(6)9.
       01 WS-LIST-LINE         PIC X(90) VALUE SPACES.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           PERFORM LOAD-REWARD-POLICY
           IF WS-REWARD-LEVEL = ZEROS
               DISPLAY 'RWDPOLCY REWARD LEVEL IS ZERO -- NOTHING ISSUED'
               GOBACK
           END-IF
           OPEN OUTPUT REWARD-LIST
           MOVE 'FREQUENT-BUYER REWARD CERTIFICATES TO HAND OUT'
               TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           MOVE WS-CERT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-LIST-LINE
           STRING 'ISSUED ' DF-MMDDYYYY
               '  LEVEL ' WS-REWARD-LEVEL ' POINTS'
               '  CERTIFICATE ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LIST-LINE
           MOVE WS-LIST-LINE TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           MOVE SPACES TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           MOVE 'CERT NO  CUST NO  CUSTOMER NAME                  PHONE
      -        '                 AMOUNT' TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           PERFORM SWEEP-CUSTOMERS
           MOVE WS-CERT-VALUE TO WS-EDIT-VALUE
           MOVE SPACES TO WS-LIST-LINE
           STRING 'CUSTOMERS: ' WS-CUST-COUNT
               '   CERTIFICATES: ' WS-CERT-COUNT
               '   VALUE: ' WS-EDIT-VALUE
               DELIMITED BY SIZE INTO WS-LIST-LINE
           MOVE SPACES TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           MOVE WS-LIST-LINE TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           CLOSE REWARD-LIST
           DISPLAY 'REWARD CERTIFICATES ISSUED: ' WS-CERT-COUNT
                   '  VALUE: ' WS-EDIT-VALUE
           DISPLAY 'DESK HAND-OUT LIST IS IN RWDLIST'
           GOBACK
           .
      *-----------------------------------------------------------------
       LOAD-REWARD-POLICY.
           SET WS-RW-EOF-SW TO 0
           OPEN INPUT REWARD-POLICY
           IF WS-RW-STATUS = '35'
               PERFORM SEED-REWARD-POLICY
               OPEN INPUT REWARD-POLICY
           END-IF
           IF WS-RW-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ REWARD-POLICY NEXT RECORD
               AT END
                   SET END-OF-REWARD-POLICY TO TRUE
           END-READ
           IF NOT END-OF-REWARD-POLICY
               IF RW-REWARD-LEVEL IS NUMERIC
                   MOVE RW-REWARD-LEVEL TO WS-REWARD-LEVEL
               END-IF
               IF RW-CERT-AMOUNT IS NUMERIC
                   MOVE RW-CERT-AMOUNT TO WS-CERT-AMOUNT
               END-IF
           END-IF
           CLOSE REWARD-POLICY
           .
      * --- SAME SEED AS RWDPOST: WHICHEVER RUNS FIRST WRITES IT -------
       SEED-REWARD-POLICY.
           OPEN OUTPUT REWARD-POLICY
           MOVE 1      TO RW-POINTS-PER-DOLLAR
           MOVE 500    TO RW-REWARD-LEVEL
           MOVE 25.00  TO RW-CERT-AMOUNT
           WRITE REWARD-POLICY-RECORD
           CLOSE REWARD-POLICY
           .
      *-----------------------------------------------------------------
       SWEEP-CUSTOMERS.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WILL NOT OPEN: ' WS-CU-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GIFT-CERT-FILE
           IF WS-GC-STATUS NOT = '00'
               DISPLAY 'GIFT CERTIFICATE FILE WILL NOT OPEN: '
                       WS-GC-STATUS
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CU-CUSTOMER-NO
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUSTOMER-NO
               INVALID KEY
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-START
           PERFORM READ-CUSTOMER
           PERFORM CHECK-ONE-CUSTOMER UNTIL END-OF-CUSTOMER-MASTER
           CLOSE GIFT-CERT-FILE
           CLOSE CUSTOMER-MASTER
           .
       READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-READ
           .
      * --- ONE CERTIFICATE PER FULL LEVEL OF POINTS; WHAT IS LEFT OVER
      *     STAYS ON THE CUSTOMER TOWARD THE NEXT ONE ------------------
       CHECK-ONE-CUSTOMER.
           IF CU-IS-ACTIVE AND CU-REWARD-POINTS IS NUMERIC
                   AND CU-REWARD-POINTS >= WS-REWARD-LEVEL
               IF CU-REWARDS-ISSUED IS NOT NUMERIC
                   MOVE ZEROS TO CU-REWARDS-ISSUED
               END-IF
               MOVE ZEROS TO WS-CUST-ISSUED
               SET CERT-WRITTEN TO TRUE
               PERFORM ISSUE-ONE-REWARD
                   UNTIL CU-REWARD-POINTS < WS-REWARD-LEVEL
                      OR CERT-NOT-WRITTEN
               IF WS-CUST-ISSUED > ZEROS
                   MOVE DF-MMDDYYYY TO CU-LAST-REWARD-DATE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO UPDATE CUSTOMER '
                                   CU-CUSTOMER-NO
                   END-REWRITE
                   ADD 1 TO WS-CUST-COUNT
               END-IF
           END-IF
           PERFORM READ-CUSTOMER
           .
       ISSUE-ONE-REWARD.
           PERFORM GET-NEXT-CERT-NO
           MOVE WS-NEXT-CERT-NO     TO GC-CERT-NO
           MOVE DF-MMDDYYYY         TO GC-ISSUE-DATE
           MOVE WS-CERT-AMOUNT      TO GC-AMOUNT
           MOVE ZEROS               TO GC-REDEEMED-AMOUNT
           MOVE ZEROS               TO GC-REDEEMED-DATE
           SET GC-IS-OUTSTANDING    TO TRUE
           MOVE 'RWD'               TO GC-OPERATOR-ID
           MOVE CU-CUSTOMER-NO      TO GC-CUSTOMER-NO
           SET GC-IS-REWARD         TO TRUE
           WRITE GIFT-CERT-RECORD
               INVALID KEY
                   SET CERT-NOT-WRITTEN TO TRUE
                   DISPLAY 'CERTIFICATE NUMBER ALREADY ON FILE: '
                           WS-NEXT-CERT-NO
           END-WRITE
           IF CERT-WRITTEN
               SUBTRACT WS-REWARD-LEVEL FROM CU-REWARD-POINTS
               ADD 1 TO CU-REWARDS-ISSUED WS-CUST-ISSUED WS-CERT-COUNT
               ADD WS-CERT-AMOUNT TO WS-CERT-VALUE
               PERFORM LIST-ONE-REWARD
           END-IF
           .
       LIST-ONE-REWARD.
           MOVE WS-CERT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-LIST-LINE
           STRING GC-CERT-NO '   ' CU-CUSTOMER-NO '   '
               CU-CUSTOMER-NAME ' ' CU-PHONE ' ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LIST-LINE
           MOVE WS-LIST-LINE TO REWARD-LIST-RECORD
           WRITE REWARD-LIST-RECORD
           .
      *-----------------------------------------------------------------
       OPEN-GIFT-CERT-FILE.
           OPEN I-O GIFT-CERT-FILE
           IF WS-GC-STATUS = '35'
               OPEN OUTPUT GIFT-CERT-FILE
               CLOSE GIFT-CERT-FILE
               OPEN I-O GIFT-CERT-FILE
           END-IF
           .
      * --- SAME COUNTER AS CMSGIFT, SO A REWARD NEVER SHARES A NUMBER
      *     WITH A CERTIFICATE SOLD OVER THE COUNTER -------------------
       GET-NEXT-CERT-NO.
           MOVE 1 TO WS-CTR-RRN
           OPEN I-O GIFT-COUNTER
           IF WS-GF-STATUS = '35'
               OPEN OUTPUT GIFT-COUNTER
               MOVE ZEROS TO GF-LAST-CERT-NO
               WRITE GIFT-COUNTER-RECORD
               CLOSE GIFT-COUNTER
               OPEN I-O GIFT-COUNTER
           END-IF
           READ GIFT-COUNTER
               INVALID KEY
                   MOVE ZEROS TO GF-LAST-CERT-NO
           END-READ
           ADD 1 TO GF-LAST-CERT-NO
           REWRITE GIFT-COUNTER-RECORD
               INVALID KEY
                   WRITE GIFT-COUNTER-RECORD
           END-REWRITE
           MOVE GF-LAST-CERT-NO TO WS-NEXT-CERT-NO
           CLOSE GIFT-COUNTER
           .
