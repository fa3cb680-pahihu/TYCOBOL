               ASSIGN TO 'DEPSLIP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSLIP-STATUS.
           SELECT CONSIGNOR-PAYABLE
               ASSIGN TO 'CONSPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-TENANT-ID
               FILE STATUS IS WS-CB-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY TENTAR.
       FD  DEPOSIT-SLIP.
       01 DEPOSIT-SLIP-RECORD  PIC X(60).
       FD  CONSIGNOR-PAYABLE.
       COPY CONSPAY.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
          03 WS-HELD-BOOTH     OCCURS 10 TIMES PIC X(10).
       COPY AUTHCHK.
       COPY JRNLTM.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
      * --- MID-MONTH MOVE-OUT PRORATION WORK FIELDS ------------------
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-RC-STATUS         PIC XX VALUE '00'.
       01 WS-DEPOSIT-REFUND    PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-FEE-PORTION       PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-SLIP-LINE         PIC X(60) VALUE SPACES.
       01 WS-CB-STATUS         PIC XX VALUE '00'.
      * --- THE CONSIGNOR'S STOCK LEAVES WITH THEM: PULLALL MARKS IT
      *     WITHDRAWN AND PRINTS THE PULL SLIP ------------------------
       COPY PULLALL.
       01 WS-COUNT-SHOW        PIC ZZZ9.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 MOVEOUT-AUTHORIZED     VALUE 1.
                   END-IF
                   CLOSE BOOTH-MASTER
               END-IF
               MOVE SC-BOOTH TO PA-BOOTH
               PERFORM PULL-CONSIGNOR-ITEMS
               IF TM-BOOTH-LOCATION = SC-BOOTH
                   PERFORM PICK-REMAINING-BOOTH
               END-IF
                       MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                       CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
               END-REWRITE
               IF PA-HELD-COUNT = ZEROS
                   MOVE 'BOOTH VACATED -- TENANCY CONTINUES'
                       TO SC-MESSAGE
               END-IF
           END-IF
           .
       PICK-REMAINING-BOOTH.
               MOVE TM-FIRST     TO SC-FIRST
               SET TENANT-FOUND TO TRUE
               PERFORM SHOW-DUNNING-TRAIL
               PERFORM WARN-ITEMS-STILL-HELD
           END-IF
           .
      *-----------------------------------------------------------------
                   INTO SC-MESSAGE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A PIECE ON HOLD OR LAYAWAY BELONGS TO A CUSTOMER'S DEAL AND
      *     CANNOT GO HOME WITH THE CONSIGNOR (NOR CAN ONE OUT AT AN
      *     ANTIQUE SHOW), SO THE MANAGER SEES THE COUNT BEFORE
      *     CONFIRMING (IT OUTRANKS THE DUNNING LINE) ----------------
       WARN-ITEMS-STILL-HELD.
           SET PA-COUNT-ONLY TO TRUE
           MOVE SC-TENANT-ID      TO PA-TENANT-ID
           MOVE SPACES            TO PA-TENANT-NAME PA-BOOTH
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO PA-TENANT-NAME
           MOVE TM-BOOTH-LOCATION TO PA-MAIN-BOOTH
           MOVE AC-INITIALS-OUT   TO PA-OPERATOR-ID
           CALL 'PULLALL' USING PULL-ALL-PARAMS
           IF PA-HELD-COUNT > ZEROS
               MOVE PA-HELD-COUNT TO WS-COUNT-SHOW
               MOVE SPACES TO SC-MESSAGE
               STRING 'WARNING:' WS-COUNT-SHOW
                   ' ITEM(S) HELD/LAYAWAY/SHOW'
                   DELIMITED BY SIZE INTO SC-MESSAGE
           END-IF
           .
       READ-NOTICE-FILE.
           READ NOTICE-FILE NEXT RECORD
               AT END
                   ELSE
                       PERFORM RELEASE-BOOTH
                   END-IF
                   PERFORM FLAG-PAYABLE-PAY-IN-FULL
                   MOVE 'TENANT MOVED OUT AND ARCHIVED' TO SC-MESSAGE
                   MOVE SPACES TO PA-BOOTH
                   PERFORM PULL-CONSIGNOR-ITEMS
           END-DELETE
           .
      *-----------------------------------------------------------------
      * --- EVERYTHING OF THE CONSIGNOR'S STILL ON THE FLOOR (OR JUST
      *     THE VACATED BOOTH'S) IS MARKED WITHDRAWN AND LISTED ON THE
      *     PULL SLIP THEY SIGN ON THE WAY OUT -------------------------
       PULL-CONSIGNOR-ITEMS.
           SET PA-PULL-AND-PRINT TO TRUE
           CALL 'PULLALL' USING PULL-ALL-PARAMS
           IF PA-HELD-COUNT > ZEROS
               MOVE PA-HELD-COUNT TO WS-COUNT-SHOW
               MOVE SPACES TO SC-MESSAGE
               STRING 'DONE:' WS-COUNT-SHOW
                   ' ITEM(S) HELD/LAYAWAY/AT SHOW'
                   DELIMITED BY SIZE INTO SC-MESSAGE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A MOVED-OUT CONSIGNOR'S LAST PAYOUT IS NEVER HELD UNDER THE
      *     MINIMUM CHECK: THE CONSPAY ROW IS MARKED PAY-IN-FULL SO
      *     THE NEXT CMSPAY RUN PAYS WHATEVER IS CARRIED PLUS THE
      *     FINAL MONTH'S SALES, HOWEVER SMALL -------------------------
       FLAG-PAYABLE-PAY-IN-FULL.
           OPEN I-O CONSIGNOR-PAYABLE
           IF WS-CB-STATUS = '35'
               OPEN OUTPUT CONSIGNOR-PAYABLE
               CLOSE CONSIGNOR-PAYABLE
               OPEN I-O CONSIGNOR-PAYABLE
           END-IF
           MOVE TH-TENANT-ID TO CB-TENANT-ID
           READ CONSIGNOR-PAYABLE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CB-STATUS = '00'
               SET CB-IS-PAY-IN-FULL TO TRUE
               MOVE SC-END-DATE TO CB-MOVEOUT-DATE
               REWRITE CONSIGNOR-PAYABLE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE TH-TENANT-ID TO CB-TENANT-ID
               MOVE ZEROS        TO CB-HELD-BALANCE
               MOVE ZEROS        TO CB-HELD-SINCE-YYMM
               MOVE ZEROS        TO CB-LAST-RUN-DATE
               SET CB-IS-PAY-IN-FULL TO TRUE
               MOVE SC-END-DATE  TO CB-MOVEOUT-DATE
               WRITE CONSIGNOR-PAYABLE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE CONSIGNOR-PAYABLE
           .
      *-----------------------------------------------------------------
      * --- SECURITY DEPOSIT SETTLEMENT: THE HELD DEPOSIT IS NETTED
      *     AGAINST THE OPEN TENTAR BALANCE, WHICH ALREADY CARRIES
      *     THE UNPAID LATE FEES (DTR005 POSTS EVERY FEE TO BOTH THE
           COMPUTE RL-AMOUNT-PAID = ZEROS - WS-PRORATE-AMOUNT
           MOVE ZEROS              TO RL-LATE-FEE-PAID
           MOVE 'MGR'              TO RL-OPERATOR-ID
           MOVE TM-STORE-ID        TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
