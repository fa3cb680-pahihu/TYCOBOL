       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECHG.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    RATECHG -- SCHEDULED RENT-RATE CHANGES.  A CHANGE IS KEYED
      *    AHEAD OF TIME FOR ONE BOOTH, FOR A SIZE CLASS (A SQUARE-
      *    FOOTAGE RANGE), OR ACROSS THE BOARD, WITH THE DATE IT TAKES
      *    EFFECT, AND IS HELD ON THE RATESKED FILE.  THE NOTICE RUN
      *    WRITES THE LETTERS TO EVERY OCCUPYING TENANT THE SAME WAY
      *    LEASEXP DOES (E-MAIL THROUGH MAILPUT OR PAPER TO THE RATENOT
      *    PRINT FILE, BY THE TENANT'S DELIVERY PREFERENCE) AND LOGS
      *    EACH ONE ON THE CONTACT LOG.  THE APPLY RUN, ON OR AFTER
      *    THE EFFECTIVE DATE, WRITES THE NEW RATE TO THE BOOTH AND
      *    MOVES THE OCCUPYING TENANT'S MONTHLY RENT BY THE SAME
      *    AMOUNT, SO RENTINV AND AUTOPAY BILL THE NEW FIGURE, AND
      *    PRINTS THE BEFORE/AFTER LIST FOR THE OWNER.  A TENANT WHOSE
      *    LEASE LOCKS THE RATE (TM-RATE-LOCK, STILL INSIDE THE LEASE
      *    TERM) GETS NO LETTER AND NO CHANGE -- THE BOOTH THEY HOLD
      *    STAYS AT ITS OLD RATE TOO, SO A LATER MOVE-OUT STILL TAKES
      *    OFF WHAT WAS ADDED -- AND IS LISTED AT THE FOOT OF BOTH
      *    RUNS.
      *      "GNUMAIN RATECHG ADD BOOTH <BOOTH> <RATE|PCT%> <YYYYMMDD>"
      *      "GNUMAIN RATECHG ADD SIZE <LOW-HIGH> <RATE|PCT%>
      *                                   <YYYYMMDD>"
      *      "GNUMAIN RATECHG ADD ALL <PCT%> <YYYYMMDD>"
      *                                   SCHEDULE A CHANGE; THE DATE
      *                                   MUST BE AT LEAST 30 DAYS OUT
      *      "GNUMAIN RATECHG LIST"       EVERY CHANGE ON FILE
      *      "GNUMAIN RATECHG CANCEL <NO>"
      *                                   DROP A CHANGE NOT YET APPLIED
      *      "GNUMAIN RATECHG LOCK <TENANT> Y|N"
      *                                   SET OR CLEAR A LEASE RATE LOCK
      *      "GNUMAIN RATECHG NOTICE"     LETTERS FOR CHANGES NOT YET
      *                                   NOTICED
      *      "GNUMAIN RATECHG APPLY [YYYYMMDD]"
      *                                   APPLY WHAT IS DUE BY THAT DATE
      *                                   (DEFAULT TODAY; SPOOLED
      *                                   RATEAPPL)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-SCHEDULE
               ASSIGN TO 'RATESKED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHANGE-NO
               FILE STATUS IS WS-RQ-STATUS.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT RATE-NOTICE
               ASSIGN TO 'RATENOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-SCHEDULE.
       COPY RATESKED.
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  RATE-NOTICE.
       01 RATE-NOTICE-RECORD   PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-RQ-STATUS         PIC XX VALUE '00'.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-RN-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-ADD               VALUE 'ADD'.
          88 MODE-IS-LIST              VALUE 'LIST' SPACES.
          88 MODE-IS-CANCEL            VALUE 'CANCEL'.
          88 MODE-IS-LOCK              VALUE 'LOCK'.
          88 MODE-IS-NOTICE            VALUE 'NOTICE'.
          88 MODE-IS-APPLY             VALUE 'APPLY'.
       01 WS-SWITCHES.
          03 WS-RQ-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-RATE-SCHEDULE   VALUE 1.
          03 WS-BM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-BOOTH-MASTER    VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-SCOPE-SW       PIC 9 VALUE 0.
             88 BOOTH-IN-SCOPE         VALUE 1.
             88 BOOTH-NOT-IN-SCOPE     VALUE 0.
          03 WS-TENANT-SW      PIC 9 VALUE 0.
             88 OCCUPANT-FOUND         VALUE 1.
             88 NO-OCCUPANT            VALUE 0.
          03 WS-LOCK-SW        PIC 9 VALUE 0.
             88 OCCUPANT-IS-LOCKED     VALUE 1.
             88 OCCUPANT-NOT-LOCKED    VALUE 0.
      * --- THE NOTICE PERIOD THE LEASES PROMISE BEFORE A RENT CHANGE
       01 WS-NOTICE-DAYS       PIC 9(3) VALUE 30.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP VALUE ZEROS.
       01 WS-AS-OF-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-EFFECTIVE-INT     PIC S9(8) COMP VALUE ZEROS.
       01 WS-DAYS-OUT          PIC S9(8) COMP VALUE ZEROS.
      * --- ADD ARGUMENTS --------------------------------------------
       01 WS-SCOPE-WORD        PIC X(8) VALUE SPACES.
       01 WS-TARGET-TEXT       PIC X(40) VALUE SPACES.
       01 WS-AMOUNT-TEXT       PIC X(40) VALUE SPACES.
       01 WS-DATE-TEXT         PIC X(40) VALUE SPACES.
       01 WS-SQFT-LOW-TEXT     PIC X(10) VALUE SPACES.
       01 WS-SQFT-HIGH-TEXT    PIC X(10) VALUE SPACES.
       01 WS-PCT-SIGNS         PIC 9(2) VALUE ZEROS.
       01 WS-LAST-CHANGE-NO    PIC 9(4) VALUE ZEROS.
       01 WS-TARGET-CHANGE-NO  PIC 9(4) VALUE ZEROS.
       01 WS-LOCK-TENANT       PIC 9(6) VALUE ZEROS.
       01 WS-LOCK-FLAG         PIC X VALUE SPACES.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
      * --- ONE BOOTH UNDER ONE CHANGE ---------------------------------
       01 WS-OLD-RATE          PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-NEW-RATE          PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-OLD-RENT          PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-NEW-RENT          PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-LEASE-DT          PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-LEASE-DT.
          03 WS-LEASE-MM       PIC 9(2).
          03 WS-LEASE-DD       PIC 9(2).
          03 WS-LEASE-YYYY     PIC 9(4).
       01 WS-LEASE-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-EFFECTIVE-ISO     PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-EFFECTIVE-ISO.
          03 WS-EFF-YYYY       PIC 9(4).
          03 WS-EFF-MM         PIC 9(2).
          03 WS-EFF-DD         PIC 9(2).
       01 WS-EFF-SHOW          PIC X(10) VALUE SPACES.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-CHANGE-DESC       PIC X(40) VALUE SPACES.
       01 WS-EDIT-RATE         PIC Z,ZZ9.99.
       01 WS-EDIT-RATE-2       PIC Z,ZZ9.99.
       01 WS-EDIT-PCT          PIC Z9.99.
       01 WS-EDIT-SQFT         PIC ZZZ9.
       01 WS-EDIT-SQFT-2       PIC ZZZ9.
      * --- RUN COUNTS -------------------------------------------------
       01 WS-CHANGE-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-LETTER-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-BOOTH-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-TENANT-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-RENT-BEFORE-TOTAL PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-RENT-AFTER-TOTAL  PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-EDIT-TOTAL        PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL-2      PIC Z,ZZZ,ZZ9.99.
      * --- LOCKED LEASES PASSED OVER, LISTED AT THE FOOT OF THE RUN --
       01 WS-LOCKED-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-LOCKED-TABLE.
          03 WS-LOCKED-ENTRY   OCCURS 300 TIMES.
             05 WS-LK-CHANGE-NO     PIC 9(4).
             05 WS-LK-BOOTH-ID      PIC X(10).
             05 WS-LK-TENANT-ID     PIC 9(6).
             05 WS-LK-NAME          PIC X(30).
             05 WS-LK-LEASE-END     PIC 9(8).
       01 WS-LOCKED-IDX        PIC 9(3) VALUE ZEROS.
      * --- ONE LINE OF THE NOTICE LIST OR THE BEFORE/AFTER LIST -----
       01 WS-RATE-LINE.
          03 WS-RL-CHANGE-NO   PIC ZZZ9.
          03 FILLER            PIC X(2).
          03 WS-RL-BOOTH-ID    PIC X(10).
          03 FILLER            PIC X.
          03 WS-RL-SQFT        PIC ZZZ9.
          03 FILLER            PIC X(2).
          03 WS-RL-OLD-RATE    PIC Z,ZZ9.99.
          03 FILLER            PIC X(2).
          03 WS-RL-NEW-RATE    PIC Z,ZZ9.99.
          03 FILLER            PIC X(2).
          03 WS-RL-TENANT-ID   PIC X(6).
          03 FILLER            PIC X(2).
          03 WS-RL-OLD-RENT    PIC Z,ZZ9.99.
          03 FILLER            PIC X(2).
          03 WS-RL-NEW-RENT    PIC Z,ZZ9.99.
          03 FILLER            PIC X(2).
          03 WS-RL-NOTE        PIC X(9).
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
      * --- PER-TENANT DELIVERY ROUTE, SAME AS LEASEXP'S --------------
       01 WS-EDELIV-SW         PIC 9 VALUE 0.
          88 SEND-BY-EMAIL             VALUE 1.
          88 SEND-ON-PAPER             VALUE 0.
       COPY CONTPUT.
       COPY MAILPUT.
       COPY JRNLTM.
       COPY DATEFMT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO = DF-YEAR * 10000 + DF-MONTH * 100
               + DF-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           EVALUATE TRUE
               WHEN MODE-IS-ADD
                   PERFORM ADD-RATE-CHANGE
               WHEN MODE-IS-LIST
                   PERFORM LIST-RATE-CHANGES
               WHEN MODE-IS-CANCEL
                   PERFORM CANCEL-RATE-CHANGE
               WHEN MODE-IS-LOCK
                   PERFORM SET-RATE-LOCK
               WHEN MODE-IS-NOTICE
                   PERFORM SEND-RATE-NOTICES
               WHEN MODE-IS-APPLY
                   PERFORM APPLY-RATE-CHANGES
               WHEN OTHER
                   DISPLAY 'USE: RATECHG ADD|LIST|CANCEL|LOCK|NOTICE|'
                           'APPLY'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- KEY A CHANGE.  "62.50" IS A NEW MONTHLY RATE; "5%" RAISES
      *     THE BOOTH'S CURRENT RATE BY THAT PERCENT.  ACROSS THE
      *     BOARD ONLY TAKES A PERCENT: ONE FLAT RATE FOR EVERY SIZE
      *     OF BOOTH IS NEVER WHAT IS MEANT ---------------------------
       ADD-RATE-CHANGE.
           MOVE SPACES TO RATE-CHANGE-RECORD
           MOVE ZEROS TO RQ-CHANGE-NO RQ-SQFT-LOW RQ-SQFT-HIGH
                         RQ-NEW-RATE RQ-PCT-CHANGE RQ-EFFECTIVE-DATE
                         RQ-NOTICE-DATE RQ-NOTICE-COUNT
                         RQ-APPLIED-DATE RQ-APPLIED-COUNT
                         RQ-LOCKED-COUNT
           MOVE WS-TODAY-ISO TO RQ-KEYED-DATE
           SET ENTRY-NOT-VALID TO TRUE
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-SCOPE-WORD
               INSPECT WS-SCOPE-WORD
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN WS-SCOPE-WORD = 'BOOTH' AND ARGC >= 5
                   SET RQ-FOR-BOOTH TO TRUE
                   MOVE ARGV (3) TO RQ-BOOTH-ID
                   MOVE ARGV (4) TO WS-AMOUNT-TEXT
                   MOVE ARGV (5) TO WS-DATE-TEXT
                   SET ENTRY-IS-VALID TO TRUE
               WHEN WS-SCOPE-WORD = 'SIZE' AND ARGC >= 5
                   SET RQ-FOR-SIZE TO TRUE
                   MOVE ARGV (3) TO WS-TARGET-TEXT
                   UNSTRING WS-TARGET-TEXT DELIMITED BY '-'
                       INTO WS-SQFT-LOW-TEXT WS-SQFT-HIGH-TEXT
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-SQFT-LOW-TEXT)
                       TO RQ-SQFT-LOW
                   IF WS-SQFT-HIGH-TEXT = SPACES
                       MOVE RQ-SQFT-LOW TO RQ-SQFT-HIGH
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-SQFT-HIGH-TEXT)
                           TO RQ-SQFT-HIGH
                   END-IF
                   MOVE ARGV (4) TO WS-AMOUNT-TEXT
                   MOVE ARGV (5) TO WS-DATE-TEXT
                   SET ENTRY-IS-VALID TO TRUE
               WHEN WS-SCOPE-WORD = 'ALL' AND ARGC >= 4
                   SET RQ-FOR-ALL TO TRUE
                   MOVE ARGV (3) TO WS-AMOUNT-TEXT
                   MOVE ARGV (4) TO WS-DATE-TEXT
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           IF ENTRY-NOT-VALID
               DISPLAY 'USE: RATECHG ADD BOOTH <BOOTH> <RATE|PCT%> '
                       '<YYYYMMDD>'
               DISPLAY '     RATECHG ADD SIZE <LOW-HIGH> <RATE|PCT%> '
                       '<YYYYMMDD>'
               DISPLAY '     RATECHG ADD ALL <PCT%> <YYYYMMDD>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PCT-SIGNS
           INSPECT WS-AMOUNT-TEXT TALLYING WS-PCT-SIGNS FOR ALL '%'
           IF WS-PCT-SIGNS > ZEROS
               INSPECT WS-AMOUNT-TEXT REPLACING ALL '%' BY SPACE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO RQ-PCT-CHANGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO RQ-NEW-RATE
           END-IF
           PERFORM VALIDATE-NEW-CHANGE
           IF ENTRY-NOT-VALID
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NEW-CHANGE
           .
       VALIDATE-NEW-CHANGE.
           SET ENTRY-NOT-VALID TO TRUE
           MOVE ZEROS TO WS-EFFECTIVE-ISO
           IF WS-DATE-TEXT (1:8) IS NUMERIC
                   AND WS-DATE-TEXT (9:1) = SPACE
               MOVE WS-DATE-TEXT (1:8) TO WS-EFFECTIVE-ISO
           END-IF
           IF WS-EFFECTIVE-ISO > ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-ISO)
                       NOT = ZEROS
                   MOVE ZEROS TO WS-EFFECTIVE-ISO
               END-IF
           END-IF
           IF WS-EFFECTIVE-ISO > ZEROS
               COMPUTE WS-EFFECTIVE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-ISO)
               COMPUTE WS-DAYS-OUT = WS-EFFECTIVE-INT - WS-TODAY-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-EFFECTIVE-ISO = ZEROS
                   DISPLAY 'EFFECTIVE DATE MUST BE A REAL YYYYMMDD DATE'
               WHEN WS-DAYS-OUT < WS-NOTICE-DAYS
                   DISPLAY 'EFFECTIVE DATE MUST BE AT LEAST '
                           WS-NOTICE-DAYS ' DAYS OUT FOR THE NOTICE'
               WHEN RQ-NEW-RATE = ZEROS AND RQ-PCT-CHANGE = ZEROS
                   DISPLAY 'KEY A NEW MONTHLY RATE OR A PERCENT'
               WHEN RQ-FOR-ALL AND RQ-NEW-RATE > ZEROS
                   DISPLAY 'ACROSS THE BOARD TAKES A PERCENT, E.G. 5%'
               WHEN RQ-FOR-SIZE AND RQ-SQFT-LOW > RQ-SQFT-HIGH
                   DISPLAY 'SIZE CLASS MUST BE LOW-HIGH SQUARE FEET'
               WHEN RQ-FOR-SIZE AND RQ-SQFT-HIGH = ZEROS
                   DISPLAY 'SIZE CLASS MUST BE LOW-HIGH SQUARE FEET'
               WHEN RQ-FOR-BOOTH
                   PERFORM CHECK-BOOTH-ON-FILE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           MOVE WS-EFFECTIVE-ISO TO RQ-EFFECTIVE-DATE
           .
       CHECK-BOOTH-ON-FILE.
           OPEN INPUT BOOTH-MASTER
           IF WS-BM-STATUS NOT = '00'
               DISPLAY 'BOOTH MASTER NOT ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-BOOTH-ID TO BM-BOOTH-ID
           READ BOOTH-MASTER
               INVALID KEY
                   DISPLAY 'BOOTH ' RQ-BOOTH-ID ' NOT ON FILE'
               NOT INVALID KEY
                   SET ENTRY-IS-VALID TO TRUE
           END-READ
           CLOSE BOOTH-MASTER
           .
      * --- CHANGES ARE NUMBERED ONE PAST THE HIGHEST ON FILE ---------
       WRITE-NEW-CHANGE.
           PERFORM OPEN-RATE-SCHEDULE-IO
           MOVE ZEROS TO WS-LAST-CHANGE-NO
           PERFORM FIND-LAST-CHANGE-NO
           ADD 1 TO WS-LAST-CHANGE-NO
           MOVE WS-LAST-CHANGE-NO TO RQ-CHANGE-NO
           WRITE RATE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE RATE CHANGE '
                           RQ-CHANGE-NO
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM DESCRIBE-CHANGE
                   DISPLAY 'RATE CHANGE ' RQ-CHANGE-NO ' SCHEDULED: '
                           WS-CHANGE-DESC
                   DISPLAY '  EFFECTIVE ' WS-EFF-SHOW
                           ' -- RUN RATECHG NOTICE TO SEND THE LETTERS'
           END-WRITE
           CLOSE RATE-SCHEDULE
           .
       OPEN-RATE-SCHEDULE-IO.
           OPEN I-O RATE-SCHEDULE
           IF WS-RQ-STATUS = '35'
               OPEN OUTPUT RATE-SCHEDULE
               CLOSE RATE-SCHEDULE
               OPEN I-O RATE-SCHEDULE
           END-IF
           .
       FIND-LAST-CHANGE-NO.
           MOVE 0 TO WS-RQ-EOF-SW
           PERFORM READ-RATE-SCHEDULE
           PERFORM NOTE-CHANGE-NO UNTIL END-OF-RATE-SCHEDULE
           .
       NOTE-CHANGE-NO.
           IF RQ-CHANGE-NO > WS-LAST-CHANGE-NO
               MOVE RQ-CHANGE-NO TO WS-LAST-CHANGE-NO
           END-IF
           PERFORM READ-RATE-SCHEDULE
           .
       READ-RATE-SCHEDULE.
           READ RATE-SCHEDULE NEXT RECORD
               AT END
                   SET END-OF-RATE-SCHEDULE TO TRUE
           END-READ
           .
      * --- ONE LINE OF TEXT FOR WHAT THE CHANGE COVERS AND DOES, AND
      *     THE EFFECTIVE DATE AS MM/DD/YYYY FOR THE LETTERS -----------
       DESCRIBE-CHANGE.
           MOVE SPACES TO WS-CHANGE-DESC
           MOVE RQ-NEW-RATE TO WS-EDIT-RATE
           MOVE RQ-PCT-CHANGE TO WS-EDIT-PCT
           MOVE RQ-SQFT-LOW TO WS-EDIT-SQFT
           MOVE RQ-SQFT-HIGH TO WS-EDIT-SQFT-2
           EVALUATE TRUE
               WHEN RQ-FOR-BOOTH AND RQ-NEW-RATE > ZEROS
                   STRING 'BOOTH ' RQ-BOOTH-ID ' TO ' WS-EDIT-RATE
                       DELIMITED BY SIZE INTO WS-CHANGE-DESC
               WHEN RQ-FOR-BOOTH
                   STRING 'BOOTH ' RQ-BOOTH-ID ' UP ' WS-EDIT-PCT '%'
                       DELIMITED BY SIZE INTO WS-CHANGE-DESC
               WHEN RQ-FOR-SIZE AND RQ-NEW-RATE > ZEROS
                   STRING 'SQFT ' WS-EDIT-SQFT '-' WS-EDIT-SQFT-2
                       ' TO ' WS-EDIT-RATE
                       DELIMITED BY SIZE INTO WS-CHANGE-DESC
               WHEN RQ-FOR-SIZE
                   STRING 'SQFT ' WS-EDIT-SQFT '-' WS-EDIT-SQFT-2
                       ' UP ' WS-EDIT-PCT '%'
                       DELIMITED BY SIZE INTO WS-CHANGE-DESC
               WHEN OTHER
                   STRING 'ALL BOOTHS UP ' WS-EDIT-PCT '%'
                       DELIMITED BY SIZE INTO WS-CHANGE-DESC
           END-EVALUATE
           MOVE RQ-EFFECTIVE-DATE TO WS-EFFECTIVE-ISO
           MOVE SPACES TO WS-EFF-SHOW
           STRING WS-EFF-MM '/' WS-EFF-DD '/' WS-EFF-YYYY
               DELIMITED BY SIZE INTO WS-EFF-SHOW
           .
      *-----------------------------------------------------------------
       LIST-RATE-CHANGES.
           OPEN INPUT RATE-SCHEDULE
           IF WS-RQ-STATUS NOT = '00'
               DISPLAY 'NO RATE CHANGES ON FILE'
               EXIT PARAGRAPH
           END-IF
           DISPLAY '        SCHEDULED RENT-RATE CHANGES'
           DISPLAY ' '
           DISPLAY '  NO CHANGE                                    '
                   'EFFECTIVE  NOTICED  APPLIED'
           MOVE 0 TO WS-RQ-EOF-SW
           PERFORM READ-RATE-SCHEDULE
           PERFORM LIST-ONE-CHANGE UNTIL END-OF-RATE-SCHEDULE
           CLOSE RATE-SCHEDULE
           .
       LIST-ONE-CHANGE.
           PERFORM DESCRIBE-CHANGE
           DISPLAY RQ-CHANGE-NO ' ' WS-CHANGE-DESC ' ' WS-EFF-SHOW
                   ' ' RQ-NOTICE-DATE ' ' RQ-APPLIED-DATE
           PERFORM READ-RATE-SCHEDULE
           .
      *-----------------------------------------------------------------
      * --- ONCE APPLIED A CHANGE IS HISTORY; BEFORE THAT IT MAY BE
      *     DROPPED, EVEN AFTER THE LETTERS WENT OUT ------------------
       CANCEL-RATE-CHANGE.
           IF ARGC < 2
               DISPLAY 'USE: RATECHG CANCEL <CHANGE NO>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ARGV (2)) TO WS-TARGET-CHANGE-NO
           OPEN I-O RATE-SCHEDULE
           IF WS-RQ-STATUS NOT = '00'
               DISPLAY 'NO RATE CHANGES ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-CHANGE-NO TO RQ-CHANGE-NO
           READ RATE-SCHEDULE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-RQ-STATUS NOT = '00'
                   DISPLAY 'RATE CHANGE ' WS-TARGET-CHANGE-NO
                           ' NOT ON FILE'
                   MOVE 1 TO RETURN-CODE
               WHEN RQ-APPLIED-DATE > ZEROS
                   DISPLAY 'RATE CHANGE ' RQ-CHANGE-NO
                           ' WAS APPLIED ON ' RQ-APPLIED-DATE
                           ' -- KEY A NEW CHANGE INSTEAD'
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DELETE RATE-SCHEDULE
                       INVALID KEY
                           DISPLAY 'UNABLE TO CANCEL RATE CHANGE '
                                   RQ-CHANGE-NO
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY 'RATE CHANGE ' RQ-CHANGE-NO
                                   ' CANCELLED'
                           IF RQ-NOTICE-DATE > ZEROS
                               DISPLAY '  NOTICES WENT OUT '
                                       RQ-NOTICE-DATE
                                       ' -- TELL THE TENANTS'
                           END-IF
                   END-DELETE
           END-EVALUATE
           CLOSE RATE-SCHEDULE
           .
      *-----------------------------------------------------------------
      * --- THE LOCK RIDES ON THE TENANT RECORD AND IS JOURNALED LIKE
      *     ANY OTHER TENANT REWRITE ----------------------------------
       SET-RATE-LOCK.
           IF ARGC < 3
               DISPLAY 'USE: RATECHG LOCK <TENANT> Y|N'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ARGV (2)) TO WS-LOCK-TENANT
           MOVE ARGV (3) TO WS-LOCK-FLAG
           INSPECT WS-LOCK-FLAG CONVERTING 'yn' TO 'YN'
           IF WS-LOCK-FLAG NOT = 'Y' AND WS-LOCK-FLAG NOT = 'N'
               DISPLAY 'RATE LOCK MUST BE Y OR N'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT MASTER NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOCK-TENANT TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT ' WS-LOCK-TENANT ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
               MOVE WS-LOCK-FLAG TO TM-RATE-LOCK
               REWRITE TENANT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE TENANT '
                               TM-TENANT-ID
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'R' TO JT-OPERATION
                       MOVE 'RATECHG' TO JT-PROGRAM
                       MOVE WS-TM-BEFORE TO JT-BEFORE-IMAGE
                       MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                       CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
                       DISPLAY 'TENANT ' TM-TENANT-ID
                               ' RATE LOCK NOW ' TM-RATE-LOCK
                               ', LEASE ENDS ' TM-LEASE-END-DATE
               END-REWRITE
           END-IF
           CLOSE TENANT-MASTER
           .
      *-----------------------------------------------------------------
      * --- LETTERS GO OUT ONCE PER CHANGE, AND ONLY WHILE THE FULL
      *     NOTICE PERIOD IS STILL AHEAD OF THE EFFECTIVE DATE; A
      *     CHANGE THAT MISSED ITS WINDOW HAS TO BE CANCELLED AND
      *     KEYED AGAIN FOR A LATER DATE ------------------------------
       SEND-RATE-NOTICES.
           OPEN I-O RATE-SCHEDULE
           IF WS-RQ-STATUS NOT = '00'
               DISPLAY 'NO RATE CHANGES ON FILE -- NOTHING TO DO'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOTH-MASTER
           OPEN INPUT TENANT-MASTER
           IF WS-BM-STATUS NOT = '00' OR WS-TM-STATUS NOT = '00'
               DISPLAY 'BOOTH OR TENANT MASTER NOT ON FILE'
               CLOSE RATE-SCHEDULE BOOTH-MASTER TENANT-MASTER
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RATE-NOTICE
           DISPLAY '        RENT-RATE CHANGE NOTICES'
           DISPLAY ' '
           PERFORM DISPLAY-RATE-HEADING
           MOVE ZEROS TO WS-CHANGE-COUNT WS-LETTER-COUNT
                         WS-LOCKED-COUNT
           MOVE 0 TO WS-RQ-EOF-SW
           PERFORM READ-RATE-SCHEDULE
           PERFORM NOTICE-ONE-CHANGE UNTIL END-OF-RATE-SCHEDULE
           CLOSE RATE-NOTICE
           CLOSE TENANT-MASTER
           CLOSE BOOTH-MASTER
           CLOSE RATE-SCHEDULE
           DISPLAY ' '
           DISPLAY 'CHANGES NOTICED: ' WS-CHANGE-COUNT
                   '   LETTERS WRITTEN: ' WS-LETTER-COUNT
           PERFORM DISPLAY-LOCKED-LEASES
           .
       DISPLAY-RATE-HEADING.
           DISPLAY ' CHG  BOOTH      SQFT  OLD RATE  NEW RATE  '
                   'TENANT  OLD RENT  NEW RENT'
           .
       NOTICE-ONE-CHANGE.
           IF RQ-NOTICE-DATE = ZEROS AND RQ-APPLIED-DATE = ZEROS
               COMPUTE WS-EFFECTIVE-INT =
                   FUNCTION INTEGER-OF-DATE(RQ-EFFECTIVE-DATE)
               COMPUTE WS-DAYS-OUT = WS-EFFECTIVE-INT - WS-TODAY-INT
               IF WS-DAYS-OUT < WS-NOTICE-DAYS
                   DISPLAY 'CHANGE ' RQ-CHANGE-NO ' TAKES EFFECT '
                           RQ-EFFECTIVE-DATE ', UNDER '
                           WS-NOTICE-DAYS ' DAYS AWAY -- NOT SENT;'
                           ' CANCEL AND KEY A LATER DATE'
               ELSE
                   PERFORM DESCRIBE-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE ZEROS TO RQ-NOTICE-COUNT RQ-LOCKED-COUNT
                   PERFORM START-BOOTH-WALK
                   PERFORM NOTICE-ONE-BOOTH
                       UNTIL END-OF-BOOTH-MASTER
                   MOVE WS-TODAY-ISO TO RQ-NOTICE-DATE
                   REWRITE RATE-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO STAMP RATE CHANGE '
                                   RQ-CHANGE-NO
                   END-REWRITE
               END-IF
           END-IF
           PERFORM READ-RATE-SCHEDULE
           .
       START-BOOTH-WALK.
           MOVE 0 TO WS-BM-EOF-SW
           MOVE LOW-VALUES TO BM-BOOTH-ID
           START BOOTH-MASTER KEY IS NOT LESS THAN BM-BOOTH-ID
               INVALID KEY
                   SET END-OF-BOOTH-MASTER TO TRUE
           END-START
           IF NOT END-OF-BOOTH-MASTER
               PERFORM READ-BOOTH-MASTER
           END-IF
           .
       READ-BOOTH-MASTER.
           READ BOOTH-MASTER NEXT RECORD
               AT END
                   SET END-OF-BOOTH-MASTER TO TRUE
           END-READ
           .
      * --- ONLY AN OCCUPIED BOOTH HAS SOMEONE TO WRITE TO ------------
       NOTICE-ONE-BOOTH.
           PERFORM CHECK-BOOTH-SCOPE
           IF BOOTH-IN-SCOPE
               PERFORM PRICE-BOOTH-UNDER-CHANGE
               PERFORM FIND-OCCUPANT
               IF OCCUPANT-FOUND
                   PERFORM FILL-RATE-LINE
                   IF OCCUPANT-IS-LOCKED
                       MOVE 'LOCKED' TO WS-RL-NOTE
                       PERFORM NOTE-LOCKED-LEASE
                   ELSE
                       PERFORM WRITE-RATE-NOTICE
                       ADD 1 TO RQ-NOTICE-COUNT
                       ADD 1 TO WS-LETTER-COUNT
                       IF SEND-BY-EMAIL
                           MOVE 'E-MAILED' TO WS-RL-NOTE
                       ELSE
                           MOVE 'PAPER' TO WS-RL-NOTE
                       END-IF
                   END-IF
                   DISPLAY WS-RATE-LINE
               END-IF
           END-IF
           PERFORM READ-BOOTH-MASTER
           .
       CHECK-BOOTH-SCOPE.
           SET BOOTH-NOT-IN-SCOPE TO TRUE
           EVALUATE TRUE
               WHEN RQ-FOR-BOOTH
                   IF BM-BOOTH-ID = RQ-BOOTH-ID
                       SET BOOTH-IN-SCOPE TO TRUE
                   END-IF
               WHEN RQ-FOR-SIZE
                   IF BM-BOOTH-SQFT >= RQ-SQFT-LOW
                           AND BM-BOOTH-SQFT <= RQ-SQFT-HIGH
                       SET BOOTH-IN-SCOPE TO TRUE
                   END-IF
               WHEN RQ-FOR-ALL
                   SET BOOTH-IN-SCOPE TO TRUE
           END-EVALUATE
           .
       PRICE-BOOTH-UNDER-CHANGE.
           MOVE BM-MONTHLY-RATE TO WS-OLD-RATE
           IF RQ-NEW-RATE > ZEROS
               MOVE RQ-NEW-RATE TO WS-NEW-RATE
           ELSE
               COMPUTE WS-NEW-RATE ROUNDED =
                   WS-OLD-RATE * (100 + RQ-PCT-CHANGE) / 100
                   ON SIZE ERROR
                       MOVE WS-OLD-RATE TO WS-NEW-RATE
               END-COMPUTE
           END-IF
           .
      * --- THE TENANT MASTER CARRIES THE SUM OF EVERY BOOTH THE
      *     TENANT HOLDS, SO THE RENT MOVES BY THIS BOOTH'S DIFFERENCE
      *     RATHER THAN BEING SET TO THE BOOTH RATE ------------------
       FIND-OCCUPANT.
           SET NO-OCCUPANT TO TRUE
           SET OCCUPANT-NOT-LOCKED TO TRUE
           IF NOT BM-IS-OCCUPIED OR BM-TENANT-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE BM-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET OCCUPANT-FOUND TO TRUE
           MOVE TM-RENT-AMOUNT TO WS-OLD-RENT
           IF WS-OLD-RENT >= WS-OLD-RATE
               COMPUTE WS-NEW-RENT =
                   WS-OLD-RENT - WS-OLD-RATE + WS-NEW-RATE
                   ON SIZE ERROR
                       MOVE WS-OLD-RENT TO WS-NEW-RENT
               END-COMPUTE
           ELSE
               MOVE WS-NEW-RATE TO WS-NEW-RENT
           END-IF
           MOVE SPACES TO WS-NAME-LINE
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO WS-NAME-LINE
      * --- A LOCK HOLDS FOR THE LEASE TERM; A LEASE WITH NO END DATE
      *     ON FILE IS TAKEN AT ITS WORD ------------------------------
           IF TM-RATE-IS-LOCKED
               IF TM-LEASE-END-DATE IS NUMERIC
                       AND TM-LEASE-END-DATE > ZEROS
                   MOVE TM-LEASE-END-DATE TO WS-LEASE-DT
                   COMPUTE WS-LEASE-ISO = WS-LEASE-YYYY * 10000
                       + WS-LEASE-MM * 100 + WS-LEASE-DD
                   IF WS-LEASE-ISO >= RQ-EFFECTIVE-DATE
                       SET OCCUPANT-IS-LOCKED TO TRUE
                   END-IF
               ELSE
                   SET OCCUPANT-IS-LOCKED TO TRUE
               END-IF
           END-IF
           .
       FILL-RATE-LINE.
           MOVE SPACES TO WS-RATE-LINE
           MOVE RQ-CHANGE-NO  TO WS-RL-CHANGE-NO
           MOVE BM-BOOTH-ID   TO WS-RL-BOOTH-ID
           MOVE BM-BOOTH-SQFT TO WS-RL-SQFT
           MOVE WS-OLD-RATE   TO WS-RL-OLD-RATE
           MOVE WS-NEW-RATE   TO WS-RL-NEW-RATE
           IF OCCUPANT-FOUND
               MOVE TM-TENANT-ID TO WS-RL-TENANT-ID
               MOVE WS-OLD-RENT  TO WS-RL-OLD-RENT
               MOVE WS-NEW-RENT  TO WS-RL-NEW-RENT
           END-IF
           .
       NOTE-LOCKED-LEASE.
           ADD 1 TO RQ-LOCKED-COUNT
           IF WS-LOCKED-COUNT < 300
               ADD 1 TO WS-LOCKED-COUNT
               MOVE RQ-CHANGE-NO TO WS-LK-CHANGE-NO (WS-LOCKED-COUNT)
               MOVE BM-BOOTH-ID  TO WS-LK-BOOTH-ID (WS-LOCKED-COUNT)
               MOVE TM-TENANT-ID TO WS-LK-TENANT-ID (WS-LOCKED-COUNT)
               MOVE WS-NAME-LINE TO WS-LK-NAME (WS-LOCKED-COUNT)
               MOVE TM-LEASE-END-DATE
                   TO WS-LK-LEASE-END (WS-LOCKED-COUNT)
           END-IF
           .
      *-----------------------------------------------------------------
       WRITE-RATE-NOTICE.
           PERFORM PICK-DELIVERY-ROUTE
           MOVE 'DARLENE''S TREASURES - NOTICE OF RENT CHANGE'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'TENANT NO: ' TM-TENANT-ID DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'CONSIGNOR: ' WS-NAME-LINE DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE TM-ADDRESS-LINE-1 TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING FUNCTION TRIM(TM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(TM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-OLD-RATE TO WS-EDIT-RATE
           MOVE WS-NEW-RATE TO WS-EDIT-RATE-2
           STRING 'EFFECTIVE ' WS-EFF-SHOW ' THE MONTHLY RATE FOR '
               'BOOTH ' BM-BOOTH-ID DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           STRING 'CHANGES FROM ' WS-EDIT-RATE ' TO '
               WS-EDIT-RATE-2 '.' DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE WS-OLD-RENT TO WS-EDIT-RATE
           MOVE WS-NEW-RENT TO WS-EDIT-RATE-2
           STRING 'YOUR MONTHLY RENT GOES FROM ' WS-EDIT-RATE ' TO '
               WS-EDIT-RATE-2 '.' DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE 'PLEASE SEE THE FRONT DESK WITH ANY QUESTIONS.'
               TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-NOTICE-LINE
           PERFORM CLOSE-DELIVERY-ROUTE
      * --- THE NOTICE ALSO GOES ON THE TENANT'S CONTACT LOG ----------
           MOVE TM-TENANT-ID TO LG-TENANT-ID
           MOVE 'RATECHG ' TO LG-SOURCE
           MOVE SPACES TO LG-NOTE
           STRING 'RENT CHANGE NOTICE, BOOTH ' BM-BOOTH-ID
               ' RENT ' WS-EDIT-RATE-2 ' ON ' WS-EFF-SHOW
               DELIMITED BY SIZE INTO LG-NOTE
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           .
       PICK-DELIVERY-ROUTE.
           MOVE TM-TENANT-ID TO MP-TENANT-ID
           MOVE TM-EMAIL     TO MP-EMAIL
           MOVE 'RATECHG ' TO MP-DOC-TYPE
           MOVE SPACES TO MP-SUBJECT
           IF TM-WANTS-EMAIL AND TM-EMAIL NOT = SPACES
               SET SEND-BY-EMAIL TO TRUE
               SET MP-OP-OPEN TO TRUE
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               SET SEND-ON-PAPER TO TRUE
           END-IF
           .
       CLOSE-DELIVERY-ROUTE.
           IF SEND-BY-EMAIL
               SET MP-OP-CLOSE TO TRUE
           ELSE
               SET MP-OP-REGISTER TO TRUE
               MOVE 'P' TO MP-METHOD
           END-IF
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           .
       EMIT-NOTICE-LINE.
           IF SEND-BY-EMAIL
               SET MP-OP-LINE TO TRUE
               MOVE WS-DOC-LINE TO MP-LINE-TEXT
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               MOVE WS-DOC-LINE TO RATE-NOTICE-RECORD
               WRITE RATE-NOTICE-RECORD
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           .
      *-----------------------------------------------------------------
      * --- A CHANGE IS APPLIED ONCE, ON OR AFTER ITS EFFECTIVE DATE,
      *     AND ONLY IF ITS LETTERS WENT OUT -------------------------
       APPLY-RATE-CHANGES.
           MOVE WS-TODAY-ISO TO WS-AS-OF-ISO
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-DATE-TEXT
               IF WS-DATE-TEXT (1:8) IS NUMERIC
                   MOVE WS-DATE-TEXT (1:8) TO WS-AS-OF-ISO
               ELSE
                   DISPLAY 'USE: RATECHG APPLY [YYYYMMDD]'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O RATE-SCHEDULE
           IF WS-RQ-STATUS NOT = '00'
               DISPLAY 'NO RATE CHANGES ON FILE -- NOTHING TO DO'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BOOTH-MASTER
           OPEN I-O TENANT-MASTER
           IF WS-BM-STATUS NOT = '00' OR WS-TM-STATUS NOT = '00'
               DISPLAY 'BOOTH OR TENANT MASTER NOT ON FILE'
               CLOSE RATE-SCHEDULE BOOTH-MASTER TENANT-MASTER
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET SP-OP-OPEN TO TRUE
           MOVE 'RATEAPPL' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING '        RENT-RATE CHANGES APPLIED -- AS OF '
               WS-AS-OF-ISO DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ' CHG  BOOTH      SQFT  OLD RATE  NEW RATE  TENANT  '
               & 'OLD RENT  NEW RENT' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZEROS TO WS-CHANGE-COUNT WS-BOOTH-COUNT
                         WS-TENANT-COUNT WS-LOCKED-COUNT
                         WS-RENT-BEFORE-TOTAL WS-RENT-AFTER-TOTAL
           MOVE 0 TO WS-RQ-EOF-SW
           PERFORM READ-RATE-SCHEDULE
           PERFORM APPLY-ONE-CHANGE UNTIL END-OF-RATE-SCHEDULE
           PERFORM PRINT-APPLY-TOTALS
           PERFORM PRINT-LOCKED-LEASES
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE TENANT-MASTER
           CLOSE BOOTH-MASTER
           CLOSE RATE-SCHEDULE
           .
       APPLY-ONE-CHANGE.
           IF RQ-APPLIED-DATE = ZEROS
                   AND RQ-EFFECTIVE-DATE <= WS-AS-OF-ISO
               IF RQ-NOTICE-DATE = ZEROS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'CHANGE ' RQ-CHANGE-NO
                       ' HELD -- NO NOTICE HAS BEEN SENT'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
               ELSE
                   PERFORM DESCRIBE-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE ZEROS TO RQ-APPLIED-COUNT RQ-LOCKED-COUNT
                   PERFORM START-BOOTH-WALK
                   PERFORM APPLY-ONE-BOOTH
                       UNTIL END-OF-BOOTH-MASTER
                   MOVE WS-TODAY-ISO TO RQ-APPLIED-DATE
                   REWRITE RATE-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO STAMP RATE CHANGE '
                                   RQ-CHANGE-NO
                   END-REWRITE
               END-IF
           END-IF
           PERFORM READ-RATE-SCHEDULE
           .
      * --- A VACANT OR SHORT-TERM BOOTH JUST TAKES THE NEW RATE; AN
      *     OCCUPIED ONE MOVES ITS TENANT'S RENT WITH IT, UNLESS THE
      *     TENANT'S LEASE LOCKS THE RATE -----------------------------
       APPLY-ONE-BOOTH.
           PERFORM CHECK-BOOTH-SCOPE
           IF BOOTH-IN-SCOPE
               PERFORM PRICE-BOOTH-UNDER-CHANGE
               PERFORM FIND-OCCUPANT
               PERFORM FILL-RATE-LINE
               IF OCCUPANT-IS-LOCKED
                   MOVE 'LOCKED' TO WS-RL-NOTE
                   PERFORM NOTE-LOCKED-LEASE
               ELSE
                   PERFORM REWRITE-BOOTH-RATE
               END-IF
               MOVE WS-RATE-LINE TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-BOOTH-MASTER
           .
       REWRITE-BOOTH-RATE.
           MOVE WS-NEW-RATE TO BM-MONTHLY-RATE
           REWRITE BOOTH-MASTER-RECORD
               INVALID KEY
                   MOVE 'NOT SAVED' TO WS-RL-NOTE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-BOOTH-COUNT
           ADD 1 TO RQ-APPLIED-COUNT
           IF OCCUPANT-FOUND
               PERFORM REWRITE-TENANT-RENT
           END-IF
           .
       REWRITE-TENANT-RENT.
           MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
           MOVE WS-NEW-RENT TO TM-RENT-AMOUNT
           REWRITE TENANT-MASTER-RECORD
               INVALID KEY
                   MOVE 'RENT HELD' TO WS-RL-NOTE
               NOT INVALID KEY
                   MOVE 'R' TO JT-OPERATION
                   MOVE 'RATECHG' TO JT-PROGRAM
                   MOVE WS-TM-BEFORE TO JT-BEFORE-IMAGE
                   MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                   CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
                   ADD 1 TO WS-TENANT-COUNT
                   ADD WS-OLD-RENT TO WS-RENT-BEFORE-TOTAL
                   ADD WS-NEW-RENT TO WS-RENT-AFTER-TOTAL
                   MOVE TM-TENANT-ID TO LG-TENANT-ID
                   MOVE 'RATECHG ' TO LG-SOURCE
                   MOVE SPACES TO LG-NOTE
                   MOVE WS-NEW-RENT TO WS-EDIT-RATE
                   STRING 'RENT CHANGE APPLIED, BOOTH ' BM-BOOTH-ID
                       ' RENT NOW ' WS-EDIT-RATE
                       DELIMITED BY SIZE INTO LG-NOTE
                   CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           END-REWRITE
           .
       PRINT-APPLY-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGES APPLIED: ' WS-CHANGE-COUNT
               '   BOOTHS RE-RATED: ' WS-BOOTH-COUNT
               '   TENANTS RE-BILLED: ' WS-TENANT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-RENT-BEFORE-TOTAL TO WS-EDIT-TOTAL
           MOVE WS-RENT-AFTER-TOTAL  TO WS-EDIT-TOTAL-2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MONTHLY RENT OF THOSE TENANTS: BEFORE '
               WS-EDIT-TOTAL '  AFTER ' WS-EDIT-TOTAL-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      *-----------------------------------------------------------------
      * --- THE FOOT OF EITHER RUN: WHO WAS PASSED OVER FOR A LOCK ----
       DISPLAY-LOCKED-LEASES.
           IF WS-LOCKED-COUNT > ZEROS
               DISPLAY ' '
               DISPLAY 'RATE-LOCKED LEASES -- NO NOTICE SENT:'
               DISPLAY ' CHG  BOOTH      TENANT  NAME'
                       '                            LEASE END'
               PERFORM DISPLAY-ONE-LOCKED-LEASE
                   VARYING WS-LOCKED-IDX FROM 1 BY 1
                   UNTIL WS-LOCKED-IDX > WS-LOCKED-COUNT
           END-IF
           .
       DISPLAY-ONE-LOCKED-LEASE.
           PERFORM FORMAT-LOCKED-LINE
           DISPLAY WS-RPT-LINE
           .
       PRINT-LOCKED-LEASES.
           IF WS-LOCKED-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 'RATE-LOCKED LEASES -- RATE AND RENT LEFT AS THEY'
                   & ' WERE:' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE ' CHG  BOOTH      TENANT  NAME                   '
                   & '         LEASE END' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM PRINT-ONE-LOCKED-LEASE
                   VARYING WS-LOCKED-IDX FROM 1 BY 1
                   UNTIL WS-LOCKED-IDX > WS-LOCKED-COUNT
           END-IF
           .
       PRINT-ONE-LOCKED-LEASE.
           PERFORM FORMAT-LOCKED-LINE
           PERFORM EMIT-REPORT-LINE
           .
       FORMAT-LOCKED-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LK-CHANGE-NO (WS-LOCKED-IDX) TO WS-RL-CHANGE-NO
           STRING WS-RL-CHANGE-NO '  '
               WS-LK-BOOTH-ID (WS-LOCKED-IDX) ' '
               WS-LK-TENANT-ID (WS-LOCKED-IDX) '  '
               WS-LK-NAME (WS-LOCKED-IDX) '  '
               WS-LK-LEASE-END (WS-LOCKED-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
