      *    STAMPED ONTO THE LEDGER OR TENANT RECORD FOR ACCOUNTABILITY.
      *    THE OPERATOR TABLE IS A MAINTAINABLE LINE SEQUENTIAL FILE,
      *    SEEDED ON FIRST USE, THE SAME WAY CMSPLN SEEDS CATGLKP AND
      *    DISCSKED.  A DEACTIVATED OR EXPIRED PIN IS TURNED AWAY, AND
      *    FIVE BAD PINS IN A ROW LOCK PIN ENTRY FOR FIFTEEN MINUTES
      *    (OPERLOCK), WITH THE LOCKOUT LOGGED TO OPERHIST.  A
      *    TRAINEE PIN (ROLE 0) SIGNS ON ONLY IN TRAINING MODE; ON THE
      *    LIVE FILES IT IS TURNED AWAY WITHOUT COUNTING AS A BAD PIN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'OPERTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.
           SELECT OPERATOR-LOCK
               ASSIGN TO 'OPERLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT OPERATOR-HISTORY
               ASSIGN TO 'OPERHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-TABLE.
       COPY OPERTBL.
       FD  OPERATOR-LOCK.
       COPY OPERLOCK.
       FD  OPERATOR-HISTORY.
       COPY OPERHIST.
       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS         PIC XX VALUE '00'.
       01 WS-LK-STATUS         PIC XX VALUE '00'.
       01 WS-OA-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-OPERATOR-TABLE  VALUE 1.
      * --- LOCKOUT RULE: THIS MANY BAD PINS IN A ROW CLOSES PIN ENTRY
      *     FOR THIS MANY MINUTES -------------------------------------
       01 WS-MAX-BAD-PINS      PIC 9(2) VALUE 5.
       01 WS-LOCKOUT-MINUTES   PIC 9(3) VALUE 15.
       01 WS-NOW-MINUTES       PIC 9(9) VALUE ZEROS.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRES-ISO       PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRES-DATE.
          03 WS-EXP-MM         PIC 9(2).
          03 WS-EXP-DD         PIC 9(2).
          03 WS-EXP-YYYY       PIC 9(4).
       COPY DATEFMT.
       COPY TRAINMD.
       LINKAGE SECTION.
       COPY OPERPIN.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERATOR-PIN-PARAMS.
       MAINLINE.
           SET OP-NOT-VALID TO TRUE
           SET OP-PIN-UNKNOWN TO TRUE
           MOVE SPACES TO OP-INITIALS-OUT
           MOVE ZEROS TO OP-ROLE-OUT
           SET WS-EOF-SW TO 0
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO) * 1440
               + DF-HOUR * 60 + DF-MINUTE
           PERFORM LOAD-LOCKOUT-ROW
           IF LK-LOCKED-UNTIL > WS-NOW-MINUTES
               SET OP-PIN-LOCKED TO TRUE
               GOBACK
           END-IF
           PERFORM OPEN-OPERATOR-TABLE
           PERFORM READ-OPERATOR-TABLE
           PERFORM SCAN-OPERATOR-TABLE
               UNTIL END-OF-OPERATOR-TABLE OR OP-IS-VALID
           CLOSE OPERATOR-TABLE
           PERFORM UPDATE-LOCKOUT-COUNT
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- FIRST-RUN SEED: THE SHOP'S STARTING ROSTER OF STAFF PINS --
       SEED-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-TABLE
           INITIALIZE OPERATOR-TABLE-RECORD
           MOVE 'Y' TO OT-ACTIVE-FLAG
           MOVE '1001' TO OT-PIN  MOVE 'DLM' TO OT-INITIALS
           MOVE 3 TO OT-ROLE-LEVEL
           WRITE OPERATOR-TABLE-RECORD
           .
      *-----------------------------------------------------------------
      * --- ROWS KEYED BEFORE ROLES EXISTED CARRY NO LEVEL AND COME
      *     BACK AS CLERKS, THE SAFE DEFAULT.  A DEACTIVATED OR EXPIRED
      *     ROW IS PASSED OVER -- THE SAME DIGITS MAY SINCE HAVE BEEN
      *     ISSUED TO SOMEONE ELSE -- AND ONLY SETS THE REJECT REASON --
       SCAN-OPERATOR-TABLE.
           IF OT-PIN = OP-PIN-INPUT
               EVALUATE TRUE
                   WHEN OT-IS-INACTIVE
                       SET OP-PIN-INACTIVE TO TRUE
                       PERFORM READ-OPERATOR-TABLE
                   WHEN OTHER
                       PERFORM CHECK-PIN-EXPIRY
               END-EVALUATE
           ELSE
               PERFORM READ-OPERATOR-TABLE
           END-IF
           .
       CHECK-PIN-EXPIRY.
           MOVE ZEROS TO WS-EXPIRES-ISO
           IF OT-PIN-EXPIRES IS NUMERIC AND OT-PIN-EXPIRES NOT = ZEROS
               MOVE OT-PIN-EXPIRES TO WS-EXPIRES-DATE
               COMPUTE WS-EXPIRES-ISO =
                   WS-EXP-YYYY * 10000 + WS-EXP-MM * 100 + WS-EXP-DD
           END-IF
           IF WS-EXPIRES-ISO NOT = ZEROS
                   AND WS-TODAY-ISO >= WS-EXPIRES-ISO
               SET OP-PIN-EXPIRED TO TRUE
               PERFORM READ-OPERATOR-TABLE
           ELSE
               SET OP-IS-VALID TO TRUE
               MOVE SPACE TO OP-REJECT-REASON
               MOVE OT-INITIALS TO OP-INITIALS-OUT
               IF OT-ROLE-LEVEL IS NUMERIC
                   MOVE OT-ROLE-LEVEL TO OP-ROLE-OUT
               ELSE
                   MOVE 1 TO OP-ROLE-OUT
               END-IF
               IF OP-IS-TRAINEE
                   PERFORM CHECK-TRAINEE-SESSION
               END-IF
           END-IF
           .
       CHECK-TRAINEE-SESSION.
           SET TR-OP-CHECK TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
           IF TR-IS-LIVE
               SET OP-NOT-VALID TO TRUE
               SET OP-PIN-TRAINEE TO TRUE
               MOVE SPACES TO OP-INITIALS-OUT
           END-IF
           .
      *-----------------------------------------------------------------
      * --- NO OPERLOCK ROW YET MEANS NO BAD PINS YET ------------------
       LOAD-LOCKOUT-ROW.
           MOVE ZEROS TO LK-BAD-PIN-COUNT LK-LOCKED-UNTIL
           OPEN INPUT OPERATOR-LOCK
           IF WS-LK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ OPERATOR-LOCK NEXT RECORD
               AT END
                   MOVE ZEROS TO LK-BAD-PIN-COUNT LK-LOCKED-UNTIL
           END-READ
           CLOSE OPERATOR-LOCK
           IF LK-BAD-PIN-COUNT IS NOT NUMERIC
               MOVE ZEROS TO LK-BAD-PIN-COUNT
           END-IF
           IF LK-LOCKED-UNTIL IS NOT NUMERIC
               MOVE ZEROS TO LK-LOCKED-UNTIL
           END-IF
           .
      * --- A GOOD PIN CLEARS THE RUN OF BAD ONES; A BAD ONE ADDS TO
      *     IT, AND THE ONE THAT REACHES THE LIMIT CLOSES PIN ENTRY
      *     AND LEAVES A LOCKOUT ROW ON OPERHIST FOR THE OWNER ---------
       UPDATE-LOCKOUT-COUNT.
           IF OP-IS-VALID OR OP-PIN-TRAINEE
               IF LK-BAD-PIN-COUNT = ZEROS AND LK-LOCKED-UNTIL = ZEROS
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROS TO LK-BAD-PIN-COUNT LK-LOCKED-UNTIL
               ELSE
               ADD 1 TO LK-BAD-PIN-COUNT
               IF LK-BAD-PIN-COUNT >= WS-MAX-BAD-PINS
                   COMPUTE LK-LOCKED-UNTIL =
                       WS-NOW-MINUTES + WS-LOCKOUT-MINUTES
                   MOVE ZEROS TO LK-BAD-PIN-COUNT
                   PERFORM LOG-LOCKOUT
               END-IF
           END-IF
           OPEN OUTPUT OPERATOR-LOCK
           WRITE OPERATOR-LOCK-RECORD
           CLOSE OPERATOR-LOCK
           .
       LOG-LOCKOUT.
           OPEN EXTEND OPERATOR-HISTORY
           IF WS-OA-STATUS = '05' OR WS-OA-STATUS = '35'
               OPEN OUTPUT OPERATOR-HISTORY
               CLOSE OPERATOR-HISTORY
               OPEN EXTEND OPERATOR-HISTORY
           END-IF
           INITIALIZE OPERATOR-HISTORY-RECORD
           MOVE DF-MMDDYYYY TO OA-DATE
           COMPUTE OA-TIME = DF-HOUR * 100 + DF-MINUTE
           MOVE '***'       TO OA-CHANGED-BY
           MOVE '***'       TO OA-OPERATOR
           SET OA-IS-LOCKOUT TO TRUE
           WRITE OPERATOR-HISTORY-RECORD
           CLOSE OPERATOR-HISTORY
           .
