      *      - JC-ON-ERROR IS S, K, OR BLANK
      *      - A DEPENDENT ROW HAS A NON-DEPENDENT PARENT ABOVE IT
      *      - A "BATCH <FILE>" STYLE STEP'S INPUT FILE IS PRESENT
      *      - EVERY '&' DATE SYMBOL IN THE ARGUMENTS IS ONE JOBSYM
      *        KNOWS; THE ARGUMENTS ARE SHOWN AS THEY WOULD EXPAND
      *        TONIGHT, AND THE CHECKS ABOVE RUN ON THE EXPANSION
      *    PRINTS PASS/FAIL PER ROW AND RETURNS NONZERO ON ANY FAIL,
      *    SO A CHANGED JOB LIST IS VETTED IN THE AFTERNOON, NOT AT
      *    2 AM.  "GNUMAIN JOBCHECK [JOBFILE]" (DEFAULT GNUJOBS).
          88 MODULE-IS-KNOWN           VALUE 1.
          88 MODULE-NOT-KNOWN          VALUE 0.
       01 WS-MOD-IDX           PIC 9(3) VALUE ZEROS.
       COPY JOBSYM.
      * --- THE CALLABLE ROSTER: EVERY MODULE THE FRONT END OFFERS.
      *     WHEN A PROGRAM IS ADDED TO THE GNUMAIN MENU, ADD IT HERE --
       01 WS-MODULE-ROSTER.
              & ' SCORECRD EXCPDGST GLTRIAL  GLEXPORT'.
          03 FILLER PIC X(90) VALUE
              'PERCLOSE BANKRECN POSPAY   ESCHEAT  JOBCHECK ARCHPRG '
              & ' YEARAUD  JOBLIST  WORKORD  W9MNT   '.
          03 FILLER PIC X(90) VALUE
              'OPERMNT  TBLMNT   RWDISSUE CUSTCAMP DLRDISC  PRCCHG  '
              & ' ITMPULL  WEBFEED  WEBORDER SHIPDESK'.
          03 FILLER PIC X(90) VALUE
              'DUTYSKED PROMOEFF SELLTHRU RATECHG  CASHFCST VENDMNT '
              & ' APBILL   BILLPAY  SALESSUM CASEREG '.
          03 FILLER PIC X(90) VALUE
              'DELIVERY BOOTHINS BROADCST CHGBACK  BADCKMNT FINALPAY '
              & 'RETNPURG BANKINQ  BANKCNV  PAYPLAN  '.
          03 FILLER PIC X(90) VALUE
              'SPOOLDST CPNMNT   DLRRISK  ITMLIFE  SOLDNTC  TRAINRST '
              & 'DLRCATS  YRSTMT   FINSTMT  INSCERT  '.
          03 FILLER PIC X(90) VALUE
              'MECLOSE  SHOWEVT  '.
       01 WS-MODULE-TABLE REDEFINES WS-MODULE-ROSTER.
          03 WS-KNOWN-MODULE   OCCURS 140 TIMES PIC X(9).
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM CHECK-MODULE-KNOWN
           PERFORM CHECK-ARGUMENT-SYMBOLS
           PERFORM CHECK-ARGUMENT-COUNT
           PERFORM CHECK-FREQUENCY-CODE
           PERFORM CHECK-ON-ERROR-CODE
           IF ROW-PASSED
               DISPLAY 'OK   ' WS-ROW-NO ' '
                       WS-STEP-MODULE(1:10) JC-ARGS(1:30)
               IF JS-SYMBOL-COUNT > ZEROS
                   DISPLAY '         RUNS AS ' WS-STEP-MODULE(1:10)
                           JS-ARGS-OUT(1:50)
               END-IF
               IF NOT JC-IS-DEPENDENT
                   SET PARENT-SEEN TO TRUE
               END-IF
       CHECK-MODULE-KNOWN.
           SET MODULE-NOT-KNOWN TO TRUE
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > 140 OR MODULE-IS-KNOWN
               IF WS-KNOWN-MODULE(WS-MOD-IDX)(1:8)
                       = WS-STEP-MODULE(1:8)
                   AND WS-STEP-MODULE NOT = SPACES
                       'MODULE IS NOT ON THE CALLABLE ROSTER'
           END-IF
           .
      * --- THE SAME EXPANSION GNUMAIN APPLIES AT RUN TIME ---------
       CHECK-ARGUMENT-SYMBOLS.
           MOVE JC-ARGS TO JS-ARGS-IN
           CALL 'JOBSYM' USING JOB-SYMBOL-PARAMS
           EVALUATE TRUE
               WHEN JS-SYMBOL-UNKNOWN
                   SET ROW-FAILED TO TRUE
                   DISPLAY 'FAIL ' WS-ROW-NO ' ' WS-STEP-MODULE(1:10)
                           'UNKNOWN ARGUMENT SYMBOL ' JS-BAD-SYMBOL
               WHEN JS-ARGS-TOO-LONG
                   SET ROW-FAILED TO TRUE
                   DISPLAY 'FAIL ' WS-ROW-NO ' ' WS-STEP-MODULE(1:10)
                           'ARGUMENTS TOO LONG AFTER SYMBOLS'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * --- THE ARGUMENT BLOCK HOLDS 16 SLOTS; A 17TH TOKEN WOULD BE
      *     SILENTLY DROPPED AT 2 AM -----------------------------------
       CHECK-ARGUMENT-COUNT.
           MOVE ZEROS TO WS-ARG-TALLY
           MOVE SPACES TO WS-ARG-SPLIT
           IF JS-ARGS-OUT NOT = SPACES
               UNSTRING JS-ARGS-OUT DELIMITED BY ALL SPACE
                   INTO WS-ARG-TOKEN(1)  WS-ARG-TOKEN(2)
                        WS-ARG-TOKEN(3)  WS-ARG-TOKEN(4)
                        WS-ARG-TOKEN(5)  WS-ARG-TOKEN(6)
