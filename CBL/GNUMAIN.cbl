               ASSIGN TO 'GNUSTEP.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT DISTRIBUTION-LOG
               ASSIGN TO 'SPOOLDLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 LR-DATE              PIC 9(8).
       FD  STEP-CAPTURE.
       01 STEP-CAPTURE-RECORD  PIC X(80).
       FD  DISTRIBUTION-LOG.
       COPY SPOOLDLG.
       WORKING-STORAGE SECTION.
       01 I            PIC 9(2) VALUE ZEROS.
       01 WS-MENU-CHOICE  PIC 9(3) VALUE ZEROS.
       01 WS-EXTRA-ARGS   PIC X(80) VALUE SPACES.
       01 WS-ARGS-TALLY   PIC 9(2) VALUE ZEROS.
       01 WS-JC-STATUS         PIC XX VALUE '00'.
       01 WS-ALERT-COUNT       PIC 9(2) VALUE ZEROS.
       01 WS-CKPT-LEFT-SW      PIC 9 VALUE 0.
          88 CHAIN-LEFT-CHECKPOINTS    VALUE 1.
       01 WS-DL-STATUS         PIC XX VALUE '00'.
       01 WS-DL-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-DISTRIBUTION-LOG   VALUE 1.
       01 WS-DL-ROW-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-DL-DATE-PARTS REDEFINES WS-DL-ROW-DATE.
          03 WS-DL-ROW-MM      PIC 9(2).
          03 WS-DL-ROW-DD      PIC 9(2).
          03 WS-DL-ROW-YYYY    PIC 9(4).
       01 WS-DL-ROW-ISO        PIC 9(8) VALUE ZEROS.
       01 WS-DL-LATEST-ISO     PIC 9(8) VALUE ZEROS.
       01 WS-DL-LATEST-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-MISSING-RPT-COUNT PIC 9(2) VALUE ZEROS.
      * --- STEP-OUTPUT CAPTURE: EACH JOBLIST STEP RUNS AS A CHILD
      *     "gnumain <module> <args>" WITH ITS CONSOLE REDIRECTED TO
      *     GNUSTEP.TMP, WHICH IS THEN ECHOED AND FILED AS A DATED
          88 END-OF-STEP-CAPTURE       VALUE 1.
       01 WS-STEP-COMMAND      PIC X(200) VALUE SPACES.
       01 WS-RAW-SYSTEM-RC     PIC S9(9) COMP VALUE ZEROS.
      * --- THE SHELL REDIRECT DOES NOT GO THROUGH THE FILE PATH, SO
      *     A TRAINING SESSION NAMES THE CAPTURE FILE IN FULL ---------
       01 WS-STEP-CAPTURE-NAME PIC X(80) VALUE 'GNUSTEP.TMP'.
       COPY SPOOLIO.
       COPY MONTHS.
       COPY PROMOLKP.
       COPY DATEFMT.
       COPY JOBSYM.
       COPY TRAINMD.
       01 WS-ARGS-LOG-STRING   PIC X(80) VALUE SPACES.
       01 WS-ARGS-LOG-TEMP     PIC X(80) VALUE SPACES.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           SET TR-OP-CHECK TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
           PERFORM NOTE-TRAINING-MODE
           ACCEPT ARGC FROM ARGUMENT-NUMBER
           IF ARGC < 1
               PERFORM DISPLAY-MENU-AND-GET-MODULE
                   TO         'ABCDEFGHIJKLMNOPQRSTUVXYZ'
               SUBTRACT 1 FROM ARGC
           END-IF
           IF MODULE = 'TRAIN'
               PERFORM ENTER-TRAINING-MODE
           END-IF
           EVALUATE MODULE
               WHEN 'JOBLIST'
                   IF ARGC > 0
      *     IS LOGGED ONCE, WITH ITS TIMING AND ERROR ACTION -----------
               WHEN 'STEPRUN'
                   PERFORM RUN-CAPTURED-STEP
               WHEN 'TRAIN'
                   DISPLAY 'ALREADY IN TRAINING MODE'
               WHEN OTHER
                   IF TR-IS-TRAINING
                       DISPLAY '*** TRAINING MODE -- ' MODULE
                               ' IS WORKING ON PRACTICE COPIES ***'
                   END-IF
                   CALL MODULE USING ARGUMENTS
                   PERFORM APPEND-AUDIT-LOG
           END-EVALUATE
      *    PERFORM SHOW-ARGUMENTS
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- "GNUMAIN TRAIN [<MODULE> [ARGS]]", OR MENU CHOICE 124: THE
      *     REST OF THIS SESSION, AND ANY CHAIN IT STARTS, RUNS ON THE
      *     TRAINING COPIES.  WITH NO MODULE NAMED, THE MENU COMES
      *     BACK UP UNDER THE TRAINING BANNER --------------------------
       ENTER-TRAINING-MODE.
           SET TR-OP-ENTER TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
           PERFORM NOTE-TRAINING-MODE
           IF ARGC > 0
               MOVE ARGV(1) TO MODULE
               INSPECT MODULE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM SHIFT-ONE-ARGUMENT
                   VARYING I FROM 1 BY 1 UNTIL I >= ARGC
               SUBTRACT 1 FROM ARGC
           ELSE
               PERFORM DISPLAY-MENU-AND-GET-MODULE
           END-IF
           .
       SHIFT-ONE-ARGUMENT.
           MOVE ARGV(I + 1) TO ARGV(I)
           .
       NOTE-TRAINING-MODE.
           IF TR-IS-TRAINING
               MOVE SPACES TO WS-STEP-CAPTURE-NAME
               STRING TR-TRAINING-PATH DELIMITED BY SPACE
                   '/GNUSTEP.TMP' DELIMITED BY SIZE
                   INTO WS-STEP-CAPTURE-NAME
           END-IF
           .
       RUN-CAPTURED-STEP.
           MOVE ARGV(1) TO MODULE
           INSPECT MODULE
           INSPECT MODULE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM EXPAND-JOB-ARGS
           PERFORM PARSE-EXTRA-ARGS
      * --- RUN-CALENDAR GATE: A STEP THAT IS NOT DUE TONIGHT, OR
      *     THAT ALREADY RAN TODAY (A SECOND START OF THE CHAIN),
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-START-SECONDS =
               DF-HOUR * 3600 + DF-MINUTE * 60 + DF-SECOND
      * --- A ROW WHOSE SYMBOLS DID NOT ALL EXPAND NEVER RUNS: IT
      *     ENDS AS A RETURN CODE 1 UNDER ITS OWN JC-ON-ERROR RULE ---
           IF JS-ARGS-OK
               PERFORM RUN-STEP-WITH-CAPTURE
           ELSE
               IF JS-ARGS-TOO-LONG
                   DISPLAY 'ARGUMENTS TOO LONG AFTER SYMBOLS -- '
                           MODULE ' NOT RUN'
               ELSE
                   DISPLAY 'UNKNOWN ARGUMENT SYMBOL ' JS-BAD-SYMBOL
                           ' -- ' MODULE ' NOT RUN'
               END-IF
               MOVE 1 TO RETURN-CODE
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-END-SECONDS =
               DF-HOUR * 3600 + DF-MINUTE * 60 + DF-SECOND
                  FUNCTION TRIM(MODULE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTRA-ARGS) DELIMITED BY SIZE
                  ' >' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-CAPTURE-NAME) DELIMITED BY SIZE
                  ' 2>&1' DELIMITED BY SIZE
                  INTO WS-STEP-COMMAND
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-RAW-SYSTEM-RC
           INSPECT MODULE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM EXPAND-JOB-ARGS
           PERFORM PARSE-EXTRA-ARGS
           DISPLAY 'SKIPPING DEPENDENT JOB: ' MODULE
           MOVE ZEROS TO RETURN-CODE
           PERFORM CHECK-NIGHTLY-CHAIN
           DISPLAY ' '
           DISPLAY '        DARLENE''S TREASURES -- MAIN MENU'
           IF TR-IS-TRAINING
               DISPLAY '        *** TRAINING MODE -- PRACTICE COPIES,'
                       ' NOTHING KEYED HERE IS REAL ***'
           END-IF
           DISPLAY ' '
           DISPLAY ' 1) NEW TENANT / CONSIGNOR ENTRY  (DTR001)'
           DISPLAY ' 2) RENT-DUE AGING REPORT         (DTR002)'
           DISPLAY '85) UNCLAIMED-PROPERTY SWEEP       (ESCHEAT)'
           DISPLAY '86) JOB LIST DRY-RUN CHECK         (JOBCHECK)'
           DISPLAY '87) BOOTH MAINTENANCE WORK ORDERS  (WORKORD)'
           DISPLAY '88) TAXPAYER ID / W-9 MAINTENANCE  (W9MNT)'
           DISPLAY '89) OPERATOR MAINTENANCE           (OPERMNT)'
           DISPLAY '90) REFERENCE TABLE MAINTENANCE    (TBLMNT)'
           DISPLAY '91) FREQUENT-BUYER REWARD ISSUE    (RWDISSUE)'
           DISPLAY '92) SALE-EVENT CUSTOMER CAMPAIGN   (CUSTCAMP)'
           DISPLAY '93) DEALER DISCOUNT LIMITS         (DLRDISC)'
           DISPLAY '94) DEALER PRICE CHANGE            (PRCCHG)'
           DISPLAY '95) CONSIGNOR ITEM WITHDRAWAL      (ITMPULL)'
           DISPLAY '96) MARKETPLACE LISTING FEED       (WEBFEED)'
           DISPLAY '97) MARKETPLACE ORDER IMPORT       (WEBORDER)'
           DISPLAY '98) SHIPPING DESK                  (SHIPDESK)'
           DISPLAY '99) DEALER FLOOR-DUTY SCHEDULE     (DUTYSKED)'
           DISPLAY '100) PROMOTION EFFECTIVENESS        (PROMOEFF)'
           DISPLAY '101) DEALER SELL-THROUGH ANALYSIS   (SELLTHRU)'
           DISPLAY '102) SCHEDULED RENT-RATE CHANGES    (RATECHG)'
           DISPLAY '103) CASH-FLOW FORECAST             (CASHFCST)'
           DISPLAY '104) VENDOR MAINTENANCE             (VENDMNT)'
           DISPLAY '105) SHOP BILL ENTRY / DUE BILLS    (APBILL)'
           DISPLAY '106) BILL-PAY CHECK RUN             (BILLPAY)'
           DISPLAY '107) MONTHLY SALES SUMMARY          (SALESSUM)'
           DISPLAY '108) LOCKED CASE REGISTER           (CASEREG)'
           DISPLAY '109) FURNITURE DELIVERY             (DELIVERY)'
           DISPLAY '110) BOOTH COMPLIANCE INSPECTION    (BOOTHINS)'
           DISPLAY '111) BROADCAST NOTICE TO TENANTS    (BROADCST)'
           DISPLAY '112) CARD CHARGEBACK / DISPUTES     (CHGBACK)'
           DISPLAY '113) BAD-CHECK WRITER MAINTENANCE   (BADCKMNT)'
           DISPLAY '114) FINAL SETTLEMENT PAYOUT       (FINALPAY)'
           DISPLAY '115) RETENTION ANONYMIZATION RUN   (RETNPURG)'
           DISPLAY '116) MANAGER BANK-DETAIL INQUIRY   (BANKINQ)'
           DISPLAY '117) PROTECT TENANT BANK FIELDS    (BANKCNV)'
           DISPLAY '118) RENT PAYMENT PLANS            (PAYPLAN)'
           DISPLAY '119) REPORT DISTRIBUTION RULES     (SPOOLDST)'
           DISPLAY '120) COUPONS / PROMO CODES         (CPNMNT)'
           DISPLAY '121) DEALER RETENTION WARNING      (DLRRISK)'
           DISPLAY '122) SKU HISTORY INQUIRY           (ITMLIFE)'
           DISPLAY '123) DAILY/WEEKLY SOLD NOTICES     (SOLDNTC)'
           DISPLAY '124) TRAINING MODE (PRACTICE DATA) (TRAIN)'
           DISPLAY '125) RESET TRAINING COPIES         (TRAINRST)'
           DISPLAY '126) DEALER CATEGORY RESTRICTIONS  (DLRCATS)'
           DISPLAY '127) YEAR-END CONSIGNOR SUMMARY    (YRSTMT)'
           DISPLAY '128) INCOME STMT / BALANCE SHEET   (FINSTMT)'
           DISPLAY '129) DEALER INSURANCE CERTIFICATES (INSCERT)'
           DISPLAY '130) MONTH-END CLOSE CHECKLIST     (MECLOSE)'
           DISPLAY '131) ANTIQUE SHOW SETUP/SETTLEMENT (SHOWEVT)'
           DISPLAY ' '
           DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
               WHEN 85 MOVE 'ESCHEAT'  TO MODULE
               WHEN 86 MOVE 'JOBCHECK' TO MODULE
               WHEN 87 MOVE 'WORKORD'  TO MODULE
               WHEN 88 MOVE 'W9MNT'    TO MODULE
               WHEN 89 MOVE 'OPERMNT'  TO MODULE
               WHEN 90 MOVE 'TBLMNT'   TO MODULE
               WHEN 91 MOVE 'RWDISSUE' TO MODULE
               WHEN 92 MOVE 'CUSTCAMP' TO MODULE
               WHEN 93 MOVE 'DLRDISC'  TO MODULE
               WHEN 94 MOVE 'PRCCHG'   TO MODULE
               WHEN 95 MOVE 'ITMPULL'  TO MODULE
               WHEN 96 MOVE 'WEBFEED'  TO MODULE
               WHEN 97 MOVE 'WEBORDER' TO MODULE
               WHEN 98 MOVE 'SHIPDESK' TO MODULE
               WHEN 99 MOVE 'DUTYSKED' TO MODULE
               WHEN 100 MOVE 'PROMOEFF' TO MODULE
               WHEN 101 MOVE 'SELLTHRU' TO MODULE
               WHEN 102 MOVE 'RATECHG' TO MODULE
               WHEN 103 MOVE 'CASHFCST' TO MODULE
               WHEN 104 MOVE 'VENDMNT' TO MODULE
               WHEN 105 MOVE 'APBILL' TO MODULE
               WHEN 106 MOVE 'BILLPAY' TO MODULE
               WHEN 107 MOVE 'SALESSUM' TO MODULE
               WHEN 108 MOVE 'CASEREG' TO MODULE
               WHEN 109 MOVE 'DELIVERY' TO MODULE
               WHEN 110 MOVE 'BOOTHINS' TO MODULE
               WHEN 111 MOVE 'BROADCST' TO MODULE
               WHEN 112 MOVE 'CHGBACK' TO MODULE
               WHEN 113 MOVE 'BADCKMNT' TO MODULE
               WHEN 114 MOVE 'FINALPAY' TO MODULE
               WHEN 115 MOVE 'RETNPURG' TO MODULE
               WHEN 116 MOVE 'BANKINQ'  TO MODULE
               WHEN 117 MOVE 'BANKCNV'  TO MODULE
               WHEN 118 MOVE 'PAYPLAN'  TO MODULE
               WHEN 119 MOVE 'SPOOLDST' TO MODULE
               WHEN 120 MOVE 'CPNMNT' TO MODULE
               WHEN 121 MOVE 'DLRRISK' TO MODULE
               WHEN 122 MOVE 'ITMLIFE' TO MODULE
               WHEN 123 MOVE 'SOLDNTC' TO MODULE
               WHEN 124 MOVE 'TRAIN' TO MODULE
               WHEN 125 MOVE 'TRAINRST' TO MODULE
               WHEN 126 MOVE 'DLRCATS' TO MODULE
               WHEN 127 MOVE 'YRSTMT' TO MODULE
               WHEN 128 MOVE 'FINSTMT' TO MODULE
               WHEN 129 MOVE 'INSCERT' TO MODULE
               WHEN 130 MOVE 'MECLOSE' TO MODULE
               WHEN 131 MOVE 'SHOWEVT' TO MODULE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION'
                   MOVE 1 TO RETURN-CODE
               DISPLAY '*** CHECK THE NIGHTLY CHAIN BEFORE KEYING '
                       'TRANSACTIONS (SEE AUDRPT) ***'
           END-IF
           PERFORM CHECK-MISSING-REPORTS
           .
      * --- SPOOLDST LOGS A MISSING ROW FOR EACH REPORT ITS RULES
      *     EXPECTED BUT THE CHAIN NEVER SPOOLED; SHOW THE LATEST
      *     NIGHT'S ----------------------------------------------------
       CHECK-MISSING-REPORTS.
           MOVE ZEROS TO WS-DL-LATEST-ISO WS-DL-LATEST-DATE
                         WS-MISSING-RPT-COUNT
           SET WS-DL-EOF-SW TO 0
           OPEN INPUT DISTRIBUTION-LOG
           IF WS-DL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISTRIBUTION-ROW
           PERFORM FIND-LATEST-DISTRIBUTION
               UNTIL END-OF-DISTRIBUTION-LOG
           CLOSE DISTRIBUTION-LOG
           SET WS-DL-EOF-SW TO 0
           OPEN INPUT DISTRIBUTION-LOG
           PERFORM READ-DISTRIBUTION-ROW
           PERFORM SHOW-ONE-MISSING-REPORT
               UNTIL END-OF-DISTRIBUTION-LOG
           CLOSE DISTRIBUTION-LOG
           IF WS-MISSING-RPT-COUNT > ZEROS
               DISPLAY '*** RERUN THE STEP OR CHECK ITS SPOOL MEMBER '
                       '(SEE SPOOLVW) ***'
           END-IF
           .
       READ-DISTRIBUTION-ROW.
           READ DISTRIBUTION-LOG NEXT RECORD
               AT END
                   SET END-OF-DISTRIBUTION-LOG TO TRUE
           END-READ
           .
       FIND-LATEST-DISTRIBUTION.
           IF DL-RUN-DATE IS NUMERIC
               MOVE DL-RUN-DATE TO WS-DL-ROW-DATE
               COMPUTE WS-DL-ROW-ISO = WS-DL-ROW-YYYY * 10000
                   + WS-DL-ROW-MM * 100 + WS-DL-ROW-DD
               IF WS-DL-ROW-ISO > WS-DL-LATEST-ISO
                   MOVE WS-DL-ROW-ISO TO WS-DL-LATEST-ISO
                   MOVE DL-RUN-DATE TO WS-DL-LATEST-DATE
               END-IF
           END-IF
           PERFORM READ-DISTRIBUTION-ROW
           .
       SHOW-ONE-MISSING-REPORT.
           IF DL-WAS-MISSING AND DL-RUN-DATE = WS-DL-LATEST-DATE
               IF WS-MISSING-RPT-COUNT = ZEROS
                   DISPLAY ' '
                   DISPLAY '*** EXPECTED REPORTS NOT PRODUCED ON '
                           WS-DL-LATEST-DATE ' ***'
               END-IF
               ADD 1 TO WS-MISSING-RPT-COUNT
               DISPLAY '***   ' DL-REPORT-NAME
           END-IF
           PERFORM READ-DISTRIBUTION-ROW
           .
       READ-AUDIT-ROW.
           READ AUDIT-LOG NEXT RECORD
           END-IF
           SET WS-CK-SWITCH TO 0
           .
      *-----------------------------------------------------------------
      * --- GNUJOBS ARGUMENTS GO THROUGH JOBSYM SO THE DATE SYMBOLS
      *     (&YYMM, &PRVYYMM, &BUSDATE, ...) ARE TONIGHT'S VALUES; THE
      *     AUDIT ROW IS BUILT FROM THE EXPANDED ARGUMENTS, SO GNUAUDIT
      *     SHOWS WHAT ACTUALLY RAN.  GNULAST AND THE CHECKPOINT KEEP
      *     THE ROW AS KEYED ---------------------------------------
       EXPAND-JOB-ARGS.
           MOVE JC-ARGS TO JS-ARGS-IN
           CALL 'JOBSYM' USING JOB-SYMBOL-PARAMS
           MOVE JS-ARGS-OUT TO WS-EXTRA-ARGS
           .
      *-----------------------------------------------------------------
       PARSE-EXTRA-ARGS.
           MOVE ZEROS TO WS-ARGS-TALLY
