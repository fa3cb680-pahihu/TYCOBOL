       IDENTIFICATION DIVISION.
       PROGRAM-ID. RWDPOST.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    RWDPOST -- FREQUENT-BUYER POINTS POSTER.  CMSPLN CALLS IT
      *    ONCE PER TRANSACTION RUNG UNDER A CUSTOMER NUMBER, AND
      *    POSTVOID CALLS IT AGAIN WITH THE AMOUNT NEGATED WHEN SUCH A
      *    RECEIPT IS VOIDED, SO THE POINTS ON CUSTMAST ALWAYS MATCH
      *    THE CUSTOMER'S NET BUYING.  POINTS ARE WHOLE DOLLARS OF NET
      *    MERCHANDISE (TAX NOT COUNTED) TIMES RW-POINTS-PER-DOLLAR
      *    OFF THE RWDPOLCY CONTROL FILE; A NET RETURN TAKES POINTS
      *    OFF THE SAME WAY.  THE REWARD ITSELF IS ISSUED BY RWDISSUE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CU-STATUS.
           SELECT REWARD-POLICY
               ASSIGN TO 'RWDPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  REWARD-POLICY.
       COPY RWDPOLCY.
       WORKING-STORAGE SECTION.
       01 WS-CU-STATUS         PIC XX VALUE '00'.
       01 WS-RW-STATUS         PIC XX VALUE '00'.
       01 WS-RW-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-REWARD-POLICY      VALUE 1.
       01 WS-POINTS-PER-DOLLAR PIC 9(2) VALUE 1.
       LINKAGE SECTION.
       COPY RWDPOST.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REWARD-POST-PARAMS.
       MAINLINE.
           SET RP-NOT-POSTED TO TRUE
           MOVE ZEROS TO RP-POINTS-OUT RP-BALANCE-OUT
           MOVE SPACES TO RP-MESSAGE
           IF RP-CUSTOMER-NO = ZEROS
               MOVE 'NO CUSTOMER NUMBER -- NO POINTS' TO RP-MESSAGE
               GOBACK
           END-IF
           PERFORM LOAD-REWARD-POLICY
      * --- WHOLE DOLLARS ONLY: THE FRACTION IS DROPPED EITHER WAY, SO
      *     A RETURN TAKES OFF EXACTLY WHAT THE SALE PUT ON ------------
           COMPUTE RP-POINTS-OUT =
               RP-NET-AMOUNT * WS-POINTS-PER-DOLLAR
           OPEN I-O CUSTOMER-MASTER
           IF WS-CU-STATUS NOT = '00'
               MOVE 'CUSTOMER MASTER WILL NOT OPEN -- NO POINTS'
                   TO RP-MESSAGE
               GOBACK
           END-IF
           MOVE RP-CUSTOMER-NO TO CU-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CU-STATUS NOT = '00'
               MOVE 'CUSTOMER NOT ON FILE -- NO POINTS' TO RP-MESSAGE
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF
           IF CU-REWARD-POINTS IS NOT NUMERIC
               MOVE ZEROS TO CU-REWARD-POINTS
           END-IF
           IF CU-REWARDS-ISSUED IS NOT NUMERIC
               MOVE ZEROS TO CU-REWARDS-ISSUED
           END-IF
           IF CU-LAST-REWARD-DATE IS NOT NUMERIC
               MOVE ZEROS TO CU-LAST-REWARD-DATE
           END-IF
           ADD RP-POINTS-OUT TO CU-REWARD-POINTS
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE CUSTOMER POINTS'
                       TO RP-MESSAGE
               NOT INVALID KEY
                   SET RP-IS-POSTED TO TRUE
                   MOVE CU-REWARD-POINTS TO RP-BALANCE-OUT
           END-REWRITE
           CLOSE CUSTOMER-MASTER
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
               IF RW-POINTS-PER-DOLLAR IS NUMERIC
                   MOVE RW-POINTS-PER-DOLLAR TO WS-POINTS-PER-DOLLAR
               END-IF
           END-IF
           CLOSE REWARD-POLICY
           .
      * --- FIRST RUN ON A NEW SYSTEM: SEED THE AGREED PROGRAM -- ONE
      *     POINT A DOLLAR, A $25.00 CERTIFICATE AT 500 POINTS.  AFTER
      *     THIS THE FILE IS THE SOURCE OF TRUTH -----------------------
       SEED-REWARD-POLICY.
           OPEN OUTPUT REWARD-POLICY
           MOVE 1      TO RW-POINTS-PER-DOLLAR
           MOVE 500    TO RW-REWARD-LEVEL
           MOVE 25.00  TO RW-CERT-AMOUNT
           WRITE REWARD-POLICY-RECORD
           CLOSE REWARD-POLICY
           .
