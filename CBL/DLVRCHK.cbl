       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVRCHK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    DLVRCHK -- DELIVERY-DAY CAPACITY CHECK.  CMSPLN CALLS THIS
      *    BEFORE IT BOOKS A DELIVERY AND THE DELIVERY CALENDAR BEFORE
      *    IT MOVES ONE, SO THE TRUCK IS NEVER GIVEN MORE STOPS IN A
      *    DAY THAN THE DLVRPOL CAP.  EVERY BOOKING ON THE DAY COUNTS,
      *    DELIVERED OR NOT.  THE CAP AND THE STANDARD FEE COME OFF
      *    THE ONE DLVRPOL ROW (SEEDED HERE ON FIRST USE); A ZERO OR
      *    BAD VALUE THERE LEAVES THE BUILT-IN ONE IN FORCE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-QUEUE
               ASSIGN TO 'DLVRQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-RECEIPT-NO
               ALTERNATE RECORD KEY IS DQ-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-DQ-STATUS.
           SELECT DELIVERY-POLICY
               ASSIGN TO 'DLVRPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DA-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-QUEUE.
       COPY DLVRQUE.
       FD  DELIVERY-POLICY.
       COPY DLVRPOL.
       WORKING-STORAGE SECTION.
       01 WS-DQ-STATUS         PIC XX VALUE '00'.
       01 WS-DA-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-DQ-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DAY-STOPS       VALUE 1.
          03 WS-DA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DELIVERY-POLICY VALUE 1.
       01 WS-EDIT-STOPS        PIC ZZ9.
       LINKAGE SECTION.
       COPY DLVRCHK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DELIVERY-CHECK-PARAMS.
       CHECK-DELIVERY-DAY.
           SET DK-DAY-HAS-ROOM TO TRUE
           MOVE SPACES TO DK-MESSAGE
           MOVE ZEROS TO DK-STOPS-BOOKED
           MOVE 6     TO DK-DAILY-CAP
           MOVE 75.00 TO DK-STANDARD-FEE
           PERFORM LOAD-DELIVERY-POLICY
           IF DK-DELIVERY-DATE = ZEROS
               GOBACK
           END-IF
           PERFORM COUNT-DAY-STOPS
           IF DK-STOPS-BOOKED >= DK-DAILY-CAP
               SET DK-DAY-IS-FULL TO TRUE
               MOVE DK-STOPS-BOOKED TO WS-EDIT-STOPS
               STRING 'DAY IS FULL -- ' WS-EDIT-STOPS
                   ' STOPS BOOKED, PICK ANOTHER' DELIMITED BY SIZE
                   INTO DK-MESSAGE
           END-IF
           GOBACK
           .
      * --- NO DLVRQUE FILE YET MEANS NOTHING IS BOOKED ANYWHERE -------
       COUNT-DAY-STOPS.
           SET WS-DQ-EOF-SW TO 0
           OPEN INPUT DELIVERY-QUEUE
           IF WS-DQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE DK-DELIVERY-DATE TO DQ-DELIVERY-DATE
           START DELIVERY-QUEUE KEY IS EQUAL TO DQ-DELIVERY-DATE
               INVALID KEY
                   SET END-OF-DAY-STOPS TO TRUE
           END-START
           IF NOT END-OF-DAY-STOPS
               PERFORM READ-DAY-STOP
           END-IF
           PERFORM TALLY-ONE-DAY-STOP UNTIL END-OF-DAY-STOPS
           CLOSE DELIVERY-QUEUE
           .
       READ-DAY-STOP.
           READ DELIVERY-QUEUE NEXT RECORD
               AT END
                   SET END-OF-DAY-STOPS TO TRUE
           END-READ
           IF NOT END-OF-DAY-STOPS
                   AND DQ-DELIVERY-DATE NOT = DK-DELIVERY-DATE
               SET END-OF-DAY-STOPS TO TRUE
           END-IF
           .
       TALLY-ONE-DAY-STOP.
           ADD 1 TO DK-STOPS-BOOKED
           PERFORM READ-DAY-STOP
           .
      *-----------------------------------------------------------------
       LOAD-DELIVERY-POLICY.
           SET WS-DA-EOF-SW TO 0
           OPEN INPUT DELIVERY-POLICY
           IF WS-DA-STATUS = '35'
               PERFORM SEED-DELIVERY-POLICY
               OPEN INPUT DELIVERY-POLICY
           END-IF
           IF WS-DA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ DELIVERY-POLICY NEXT RECORD
               AT END
                   SET END-OF-DELIVERY-POLICY TO TRUE
           END-READ
           IF NOT END-OF-DELIVERY-POLICY
               IF DA-DAILY-STOP-CAP IS NUMERIC
                       AND DA-DAILY-STOP-CAP > ZEROS
                   MOVE DA-DAILY-STOP-CAP TO DK-DAILY-CAP
               END-IF
               IF DA-STANDARD-FEE IS NUMERIC
                   MOVE DA-STANDARD-FEE TO DK-STANDARD-FEE
               END-IF
           END-IF
           CLOSE DELIVERY-POLICY
           .
      * --- FIRST RUN ON A NEW SYSTEM: ONE TRUCK, SIX STOPS, THE FEE ON
      *     THE OLD WALL-CALENDAR SIGN.  TBLMNT MAINTAINS IT AFTER -----
       SEED-DELIVERY-POLICY.
           OPEN OUTPUT DELIVERY-POLICY
           MOVE 6     TO DA-DAILY-STOP-CAP
           MOVE 75.00 TO DA-STANDARD-FEE
           WRITE DELIVERY-POLICY-RECORD
           CLOSE DELIVERY-POLICY
           .
