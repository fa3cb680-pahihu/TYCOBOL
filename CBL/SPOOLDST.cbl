       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLDST.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SPOOLDST -- REPORT DISTRIBUTION.  THE SPOOLRUL TABLE SAYS
      *    WHO GETS EACH SPOOLED REPORT AFTER THE NIGHTLY CHAIN, SO
      *    NOBODY HAS TO REMEMBER TO OPEN SPOOLVW AND REPRINT IT:
      *      "GNUMAIN SPOOLDST"                   THE LAST JOBLIST
      *          STEP: EVERY SPOOL MEMBER FILED SINCE THE LAST RUN IS
      *          SENT TO EACH RULE DUE TONIGHT FOR ITS REPORT NAME --
      *          MAILED THROUGH MAILPUT, COPIED ONTO THE RULE'S PRINT
      *          FILE, OR BOTH -- AND EACH SEND IS LOGGED ON SPOOLDLG.
      *          A REPORT WHOSE RULE SAYS IT IS EXPECTED, BUT WHICH
      *          NEVER REACHED THE SPOOL, IS LOGGED AS MISSING AND
      *          SHOWS ON THE MORNING ALERT;
      *      "GNUMAIN SPOOLDST ADD DTR002 B D Y OWNER@SHOP.COM
      *          SPOOLPRT"                        ADDS A RULE: REPORT,
      *          E(-MAIL) P(RINT) OR B(OTH), WHEN (D, W1-W7, ME),
      *          EXPECTED Y/N, THEN THE E-MAIL ADDRESS AND/OR THE
      *          PRINT FILE (SPOOLPRT IF NONE IS GIVEN);
      *      "GNUMAIN SPOOLDST DELETE DTR002"     DROPS ITS RULES;
      *      "GNUMAIN SPOOLDST LIST"              LISTS THE TABLE.
      *    THE FIRST RUN ONLY SENDS MEMBERS FILED THAT DAY, SO AN
      *    EXISTING SPOOL IS NOT MAILED OUT WHOLESALE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-RULES
               ASSIGN TO 'SPOOLRUL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT DISTRIBUTION-LOG
               ASSIGN TO 'SPOOLDLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT SPOOL-DIRECTORY
               ASSIGN TO 'SPOOLDIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
           SELECT SPOOL-MEMBER
               ASSIGN TO WS-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-RULES.
       COPY SPOOLRUL.
       FD  DISTRIBUTION-LOG.
       COPY SPOOLDLG.
       FD  SPOOL-DIRECTORY.
       COPY SPOOLDIR.
       FD  SPOOL-MEMBER.
       01 SPOOL-MEMBER-RECORD  PIC X(80).
       FD  PRINT-FILE.
       01 PRINT-FILE-RECORD    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RR-STATUS         PIC XX VALUE '00'.
       01 WS-DL-STATUS         PIC XX VALUE '00'.
       01 WS-SD-STATUS         PIC XX VALUE '00'.
       01 WS-SM-STATUS         PIC XX VALUE '00'.
       01 WS-PF-STATUS         PIC XX VALUE '00'.
       01 WS-MEMBER-NAME       PIC X(20) VALUE SPACES.
       01 WS-PRINT-FILE-NAME   PIC X(20) VALUE SPACES.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-SEND              VALUE 'SEND' SPACES.
          88 MODE-IS-ADD               VALUE 'ADD'.
          88 MODE-IS-DELETE            VALUE 'DELETE'.
          88 MODE-IS-LIST              VALUE 'LIST'.
       01 WS-SWITCHES.
          03 WS-RR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SPOOL-RULES     VALUE 1.
          03 WS-DL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DISTRIBUTION-LOG VALUE 1.
          03 WS-SD-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-DIRECTORY       VALUE 1.
          03 WS-SM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-MEMBER          VALUE 1.
          03 WS-FIRST-RUN-SW   PIC 9 VALUE 1.
             88 FIRST-DISTRIBUTION-RUN VALUE 1.
          03 WS-DUE-SW         PIC 9 VALUE 1.
             88 RULE-IS-DUE            VALUE 1.
             88 RULE-NOT-DUE           VALUE 0.
          03 WS-LOGGED-SW      PIC 9 VALUE 0.
             88 MISSING-ALREADY-LOGGED VALUE 1.
      * --- TODAY, AND THE RUN-CALENDAR FIGURES THE RULES TEST --------
       01 WS-TODAY-MMDDYYYY    PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-TODAY-DOW         PIC 9 VALUE ZEROS.
       01 WS-RULE-DOW          PIC 9 VALUE ZEROS.
       01 WS-LAST-BUS-DAY      PIC 9(2) VALUE ZEROS.
       01 WS-MONTH-LEN         PIC 9(2) VALUE ZEROS.
      * --- THE RULE TABLE, WITH TONIGHT'S DUE AND PRODUCED FLAGS -----
       01 WS-RULE-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-RULE-IDX          PIC 9(3) VALUE ZEROS.
       01 WS-EARLIER-IDX       PIC 9(3) VALUE ZEROS.
       01 WS-RULE-TABLE.
          03 WS-RULE-ENTRY     OCCURS 200 TIMES.
             05 RT-RULE.
                07 RT-REPORT-NAME PIC X(8).
                07 FILLER         PIC X(54).
             05 RT-DUE-SW      PIC 9.
                88 RT-IS-DUE           VALUE 1.
             05 RT-PRODUCED-SW PIC 9.
                88 RT-WAS-PRODUCED     VALUE 1.
             05 RT-LOGGED-SW   PIC 9.
                88 RT-MISSING-LOGGED   VALUE 1.
      * --- MEMBERS FILED SINCE THE LAST RUN; A REPORT RERUN THE SAME
      *     DAY REPLACES ITS MEMBER, SO IT IS ONLY LISTED ONCE -------
       01 WS-NEW-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-NEW-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-NEW-MEMBER-TABLE.
          03 WS-NEW-ENTRY      OCCURS 500 TIMES.
             05 NM-REPORT-NAME PIC X(8).
             05 NM-MEMBER-NAME PIC X(20).
             05 NM-LINE-COUNT  PIC 9(6).
       01 WS-START-ROW         PIC 9(8) VALUE ZEROS.
       01 WS-DIR-ROW           PIC 9(8) VALUE ZEROS.
       01 WS-DELETE-NAME       PIC X(8) VALUE SPACES.
       01 WS-KEPT-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-SENT-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-PRINTED-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-MISSING-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-MAIL-DATE         PIC 99/99/9999.
       01 WS-RULE-LINE.
          03 RL-REPORT-NAME    PIC X(8).
          03 FILLER            PIC X VALUE SPACE.
          03 RL-METHOD         PIC X.
          03 FILLER            PIC X(2) VALUE SPACES.
          03 RL-WHEN           PIC X(2).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 RL-EXPECTED       PIC X.
          03 FILLER            PIC X(2) VALUE SPACES.
          03 RL-EMAIL          PIC X(30).
          03 FILLER            PIC X VALUE SPACE.
          03 RL-PRINT-FILE     PIC X(20).
       COPY DATEFMT.
       COPY MONTHS.
       COPY PROMOLKP.
       COPY MAILPUT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DF-MMDDYYYY TO WS-TODAY-MMDDYYYY
           COMPUTE WS-TODAY-CCYYMMDD =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-SEND
                   PERFORM DISTRIBUTE-NEW-MEMBERS
               WHEN MODE-IS-ADD AND ARGC >= 5
                   PERFORM ADD-DISTRIBUTION-RULE
               WHEN MODE-IS-DELETE AND ARGC >= 2
                   PERFORM DELETE-DISTRIBUTION-RULES
               WHEN MODE-IS-LIST
                   PERFORM LIST-DISTRIBUTION-RULES
               WHEN OTHER
                   DISPLAY 'USE: SPOOLDST [SEND] | LIST '
                           '| DELETE <REPORT>'
                   DISPLAY '   | ADD <REPORT> <E/P/B> <D/W1-W7/ME> '
                           '<Y/N> <E-MAIL AND/OR PRINT FILE>'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- RULE MAINTENANCE ------------------------------------------
       ADD-DISTRIBUTION-RULE.
           MOVE SPACES TO SPOOL-RULE-RECORD
           MOVE ARGV(2) TO RR-REPORT-NAME
           MOVE ARGV(3)(1:1) TO RR-METHOD
           MOVE ARGV(4) TO RR-WHEN
           MOVE ARGV(5)(1:1) TO RR-EXPECTED
           INSPECT RR-REPORT-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT RR-METHOD CONVERTING 'epb' TO 'EPB'
           INSPECT RR-WHEN CONVERTING 'dwme' TO 'DWME'
           INSPECT RR-EXPECTED CONVERTING 'yn' TO 'YN'
           IF NOT RR-BY-EMAIL AND NOT RR-BY-PRINT AND NOT RR-BY-BOTH
               DISPLAY 'METHOD MUST BE E (E-MAIL), P (PRINT) '
                       'OR B (BOTH)'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT RR-WHEN-DAILY AND NOT RR-WHEN-MONTH-END
                   AND NOT (RR-WHEN(1:1) = 'W'
                            AND RR-WHEN(2:1) >= '1'
                            AND RR-WHEN(2:1) <= '7')
               DISPLAY 'WHEN MUST BE D (NIGHTLY), W1-W7 (1 = MONDAY) '
                       'OR ME (MONTH END)'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF RR-EXPECTED NOT = 'Y'
               MOVE 'N' TO RR-EXPECTED
           END-IF
           IF RR-BY-PRINT
               MOVE ARGV(6) TO RR-PRINT-FILE
           ELSE
               MOVE ARGV(6) TO RR-EMAIL
               IF RR-BY-BOTH AND ARGC >= 7
                   MOVE ARGV(7) TO RR-PRINT-FILE
               END-IF
           END-IF
           IF NOT RR-BY-PRINT AND RR-EMAIL = SPACES
               DISPLAY 'AN E-MAIL ADDRESS IS NEEDED TO MAIL THE REPORT'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT RR-BY-EMAIL AND RR-PRINT-FILE = SPACES
               MOVE 'SPOOLPRT' TO RR-PRINT-FILE
           END-IF
           OPEN EXTEND SPOOL-RULES
           IF WS-RR-STATUS = '05' OR WS-RR-STATUS = '35'
               OPEN OUTPUT SPOOL-RULES
               CLOSE SPOOL-RULES
               OPEN EXTEND SPOOL-RULES
           END-IF
           WRITE SPOOL-RULE-RECORD
           CLOSE SPOOL-RULES
           DISPLAY 'RULE ADDED FOR ' RR-REPORT-NAME
           PERFORM LIST-DISTRIBUTION-RULES
           .
      * --- THE TABLE IS SMALL: READ IT ALL, WRITE BACK THE ROWS FOR
      *     EVERY OTHER REPORT ----------------------------------------
       DELETE-DISTRIBUTION-RULES.
           MOVE ARGV(2) TO WS-DELETE-NAME
           INSPECT WS-DELETE-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM LOAD-DISTRIBUTION-RULES
           OPEN OUTPUT SPOOL-RULES
           MOVE ZEROS TO WS-KEPT-COUNT
           PERFORM KEEP-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           CLOSE SPOOL-RULES
           COMPUTE WS-RULE-COUNT = WS-RULE-COUNT - WS-KEPT-COUNT
           DISPLAY WS-RULE-COUNT ' RULE(S) DELETED FOR ' WS-DELETE-NAME
           .
       KEEP-ONE-RULE.
           MOVE RT-RULE(WS-RULE-IDX) TO SPOOL-RULE-RECORD
           IF RR-REPORT-NAME NOT = WS-DELETE-NAME
               WRITE SPOOL-RULE-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           .
       LIST-DISTRIBUTION-RULES.
           PERFORM LOAD-DISTRIBUTION-RULES
           DISPLAY ' '
           DISPLAY '        REPORT DISTRIBUTION RULES'
           DISPLAY 'REPORT   M WHEN EXP E-MAIL                         '
                   'PRINT FILE'
           PERFORM LIST-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           DISPLAY WS-RULE-COUNT ' RULE(S) ON FILE'
           .
       LIST-ONE-RULE.
           MOVE RT-RULE(WS-RULE-IDX) TO SPOOL-RULE-RECORD
           MOVE RR-REPORT-NAME TO RL-REPORT-NAME
           MOVE RR-METHOD      TO RL-METHOD
           MOVE RR-WHEN        TO RL-WHEN
           MOVE RR-EXPECTED    TO RL-EXPECTED
           MOVE RR-EMAIL       TO RL-EMAIL
           MOVE RR-PRINT-FILE  TO RL-PRINT-FILE
           DISPLAY WS-RULE-LINE
           .
      *-----------------------------------------------------------------
       LOAD-DISTRIBUTION-RULES.
           MOVE ZEROS TO WS-RULE-COUNT
           SET WS-RR-EOF-SW TO 0
           OPEN INPUT SPOOL-RULES
           IF WS-RR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SPOOL-RULE
           PERFORM LOAD-ONE-RULE UNTIL END-OF-SPOOL-RULES
           CLOSE SPOOL-RULES
           .
       READ-SPOOL-RULE.
           READ SPOOL-RULES NEXT RECORD
               AT END
                   SET END-OF-SPOOL-RULES TO TRUE
           END-READ
           .
       LOAD-ONE-RULE.
           IF WS-RULE-COUNT < 200 AND RR-REPORT-NAME NOT = SPACES
               ADD 1 TO WS-RULE-COUNT
               MOVE SPOOL-RULE-RECORD TO RT-RULE(WS-RULE-COUNT)
               MOVE 0 TO RT-DUE-SW(WS-RULE-COUNT)
                         RT-PRODUCED-SW(WS-RULE-COUNT)
                         RT-LOGGED-SW(WS-RULE-COUNT)
           END-IF
           PERFORM READ-SPOOL-RULE
           .
      *-----------------------------------------------------------------
      * --- THE NIGHTLY SEND ------------------------------------------
       DISTRIBUTE-NEW-MEMBERS.
           DISPLAY '        REPORT DISTRIBUTION -- ' WS-TODAY-MMDDYYYY
           DISPLAY ' '
           PERFORM LOAD-DISTRIBUTION-RULES
           PERFORM FIND-LAST-BUSINESS-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
           PERFORM DECIDE-IF-RULE-DUE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           PERFORM FIND-LAST-RUN-MARK
           PERFORM COLLECT-NEW-MEMBERS
           PERFORM SEND-ONE-MEMBER
               VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
           PERFORM CHECK-EXPECTED-REPORT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-TODAY-MMDDYYYY TO DL-RUN-DATE
           SET DL-IS-RUN-MARK TO TRUE
           MOVE ZEROS TO DL-LINE-COUNT
           MOVE WS-DIR-ROW TO DL-DIR-ROW
           PERFORM APPEND-LOG-ROW
           DISPLAY ' '
           DISPLAY 'NEW SPOOL MEMBERS:     ' WS-NEW-COUNT
           DISPLAY 'SENT BY E-MAIL:        ' WS-SENT-COUNT
           DISPLAY 'COPIED TO PRINT FILES: ' WS-PRINTED-COUNT
           DISPLAY 'EXPECTED, NOT PRODUCED: ' WS-MISSING-COUNT
           .
      * --- THE SAME CALENDAR TEST THE JOB LIST USES: D (OR BLANK)
      *     NIGHTLY, W1-W7 ON THAT WEEKDAY, ME ON THE MONTH'S LAST
      *     BUSINESS DAY ----------------------------------------------
       DECIDE-IF-RULE-DUE.
           MOVE RT-RULE(WS-RULE-IDX) TO SPOOL-RULE-RECORD
           SET RULE-IS-DUE TO TRUE
           EVALUATE TRUE
               WHEN RR-WHEN-DAILY
                   CONTINUE
               WHEN RR-WHEN(1:1) = 'W' AND RR-WHEN(2:1) IS NUMERIC
                   MOVE RR-WHEN(2:1) TO WS-RULE-DOW
                   IF WS-TODAY-DOW NOT = WS-RULE-DOW
                       SET RULE-NOT-DUE TO TRUE
                   END-IF
               WHEN RR-WHEN-MONTH-END
                   IF DF-DAY NOT = WS-LAST-BUS-DAY
                       SET RULE-NOT-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   SET RULE-NOT-DUE TO TRUE
           END-EVALUATE
           MOVE WS-DUE-SW TO RT-DUE-SW(WS-RULE-IDX)
           .
       FIND-LAST-BUSINESS-DAY.
           MOVE MONTH-DAYS(DF-MONTH) TO WS-MONTH-LEN
           IF DF-MONTH = 2 AND FUNCTION MOD(DF-YEAR, 4) NOT = 0
               MOVE 28 TO WS-MONTH-LEN
           END-IF
           MOVE WS-MONTH-LEN TO WS-LAST-BUS-DAY
           PERFORM STEP-BACK-OVER-HOLIDAYS
           .
       STEP-BACK-OVER-HOLIDAYS.
           MOVE DF-MONTH TO PL-MONTH
           MOVE WS-LAST-BUS-DAY TO PL-DAY
           CALL 'PROMOLKP' USING PROMO-LOOKUP-PARAMS
           IF PL-IS-VALID AND PL-IS-BLACKOUT
                   AND WS-LAST-BUS-DAY > 1
               SUBTRACT 1 FROM WS-LAST-BUS-DAY
               GO TO STEP-BACK-OVER-HOLIDAYS
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE LAST RUN ROW ON THE LOG SAYS HOW FAR INTO SPOOLDIR THE
      *     PREVIOUS RUN GOT; WITH NO RUN ROW YET, ONLY TODAY'S
      *     MEMBERS ARE NEW -------------------------------------------
       FIND-LAST-RUN-MARK.
           MOVE ZEROS TO WS-START-ROW
           SET FIRST-DISTRIBUTION-RUN TO TRUE
           SET WS-DL-EOF-SW TO 0
           OPEN INPUT DISTRIBUTION-LOG
           IF WS-DL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOG-ROW
           PERFORM NOTE-RUN-MARK UNTIL END-OF-DISTRIBUTION-LOG
           CLOSE DISTRIBUTION-LOG
           .
       READ-LOG-ROW.
           READ DISTRIBUTION-LOG NEXT RECORD
               AT END
                   SET END-OF-DISTRIBUTION-LOG TO TRUE
           END-READ
           .
       NOTE-RUN-MARK.
           IF DL-IS-RUN-MARK AND DL-DIR-ROW IS NUMERIC
               MOVE DL-DIR-ROW TO WS-START-ROW
               MOVE 0 TO WS-FIRST-RUN-SW
           END-IF
           PERFORM READ-LOG-ROW
           .
       COLLECT-NEW-MEMBERS.
           MOVE ZEROS TO WS-NEW-COUNT WS-DIR-ROW
           SET WS-SD-EOF-SW TO 0
           OPEN INPUT SPOOL-DIRECTORY
           IF WS-SD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DIRECTORY-ROW
           PERFORM COLLECT-ONE-MEMBER UNTIL END-OF-DIRECTORY
           CLOSE SPOOL-DIRECTORY
           .
       READ-DIRECTORY-ROW.
           READ SPOOL-DIRECTORY NEXT RECORD
               AT END
                   SET END-OF-DIRECTORY TO TRUE
           END-READ
           .
      * --- A REPORT COUNTS AS PRODUCED IF IT IS NEW SINCE THE LAST
      *     RUN OR WAS FILED TODAY, SO A SECOND RUN THE SAME DAY DOES
      *     NOT CALL IT MISSING ---------------------------------------
       COLLECT-ONE-MEMBER.
           ADD 1 TO WS-DIR-ROW
           IF WS-DIR-ROW > WS-START-ROW
                   OR SD-RUN-DATE = WS-TODAY-MMDDYYYY
               PERFORM NOTE-REPORT-PRODUCED
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
           END-IF
           IF WS-DIR-ROW > WS-START-ROW
               AND (NOT FIRST-DISTRIBUTION-RUN
                    OR SD-RUN-DATE = WS-TODAY-MMDDYYYY)
               PERFORM FIND-NEW-MEMBER
               IF WS-NEW-IDX > WS-NEW-COUNT AND WS-NEW-COUNT < 500
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-NEW-COUNT TO WS-NEW-IDX
                   MOVE SD-REPORT-NAME TO NM-REPORT-NAME(WS-NEW-IDX)
                   MOVE SD-MEMBER-NAME TO NM-MEMBER-NAME(WS-NEW-IDX)
               END-IF
               IF WS-NEW-IDX <= WS-NEW-COUNT
                   MOVE SD-LINE-COUNT TO NM-LINE-COUNT(WS-NEW-IDX)
               END-IF
           END-IF
           PERFORM READ-DIRECTORY-ROW
           .
       NOTE-REPORT-PRODUCED.
           IF RT-REPORT-NAME(WS-RULE-IDX) = SD-REPORT-NAME
               MOVE 1 TO RT-PRODUCED-SW(WS-RULE-IDX)
           END-IF
           .
       FIND-NEW-MEMBER.
           MOVE 1 TO WS-NEW-IDX
           PERFORM SCAN-NEW-MEMBERS
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
                  OR NM-MEMBER-NAME(WS-NEW-IDX) = SD-MEMBER-NAME
           .
       SCAN-NEW-MEMBERS.
           ADD 1 TO WS-NEW-IDX
           .
      *-----------------------------------------------------------------
       SEND-ONE-MEMBER.
           PERFORM SEND-TO-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           .
       SEND-TO-ONE-RULE.
           IF NOT RT-IS-DUE(WS-RULE-IDX)
                   OR RT-REPORT-NAME(WS-RULE-IDX)
                      NOT = NM-REPORT-NAME(WS-NEW-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE RT-RULE(WS-RULE-IDX) TO SPOOL-RULE-RECORD
           MOVE NM-MEMBER-NAME(WS-NEW-IDX) TO WS-MEMBER-NAME
           OPEN INPUT SPOOL-MEMBER
           IF WS-SM-STATUS NOT = '00'
               MOVE SPACES TO DISTRIBUTION-LOG-RECORD
               MOVE RR-METHOD TO DL-METHOD
               SET DL-MEMBER-GONE TO TRUE
               PERFORM LOG-MEMBER-RESULT
               DISPLAY WS-MEMBER-NAME ' -- MEMBER NOT ON DISK'
               EXIT PARAGRAPH
           END-IF
           CLOSE SPOOL-MEMBER
           IF RR-BY-EMAIL OR RR-BY-BOTH
               PERFORM MAIL-SPOOL-MEMBER
           END-IF
           IF RR-BY-PRINT OR RR-BY-BOTH
               PERFORM PRINT-SPOOL-MEMBER
           END-IF
           .
      * --- MAIL BODY LINES ARE 70 WIDE; ANYTHING IN A PRINT LINE'S
      *     LAST TEN COLUMNS GOES ON A FOLLOWING LINE AT THE SAME
      *     POSITION RATHER THAN BEING LOST ----------------------------
       MAIL-SPOOL-MEMBER.
           MOVE SPACES TO MAIL-PUT-PARAMS
           MOVE ZEROS TO MP-TENANT-ID
           MOVE RR-EMAIL TO MP-EMAIL
           MOVE RR-REPORT-NAME TO MP-DOC-TYPE
           MOVE WS-TODAY-MMDDYYYY TO WS-MAIL-DATE
           STRING 'REPORT ' DELIMITED BY SIZE
                  RR-REPORT-NAME DELIMITED BY SPACE
                  ' FOR ' WS-MAIL-DATE ' (' DELIMITED BY SIZE
                  WS-MEMBER-NAME DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO MP-SUBJECT
           SET MP-OP-OPEN TO TRUE
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           SET WS-SM-EOF-SW TO 0
           OPEN INPUT SPOOL-MEMBER
           PERFORM READ-MEMBER-LINE
           PERFORM MAIL-ONE-LINE UNTIL END-OF-MEMBER
           CLOSE SPOOL-MEMBER
           SET MP-OP-CLOSE TO TRUE
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE 'E' TO DL-METHOD
           MOVE RR-EMAIL TO DL-DESTINATION
           SET DL-WAS-SENT TO TRUE
           PERFORM LOG-MEMBER-RESULT
           ADD 1 TO WS-SENT-COUNT
           DISPLAY WS-MEMBER-NAME ' MAILED TO ' RR-EMAIL
           .
       READ-MEMBER-LINE.
           READ SPOOL-MEMBER NEXT RECORD
               AT END
                   SET END-OF-MEMBER TO TRUE
           END-READ
           .
       MAIL-ONE-LINE.
           SET MP-OP-LINE TO TRUE
           MOVE SPOOL-MEMBER-RECORD(1:70) TO MP-LINE-TEXT
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           IF SPOOL-MEMBER-RECORD(71:10) NOT = SPACES
               MOVE SPACES TO MP-LINE-TEXT
               MOVE SPOOL-MEMBER-RECORD(71:10) TO MP-LINE-TEXT(61:10)
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           END-IF
           PERFORM READ-MEMBER-LINE
           .
      * --- A PRINT FILE COLLECTS THE NIGHT'S COPIES, EACH STARTED BY A
      *     SEPARATOR LINE, UNTIL SOMEONE PRINTS AND CLEARS IT ---------
       PRINT-SPOOL-MEMBER.
           MOVE RR-PRINT-FILE TO WS-PRINT-FILE-NAME
           OPEN EXTEND PRINT-FILE
           IF WS-PF-STATUS = '05' OR WS-PF-STATUS = '35'
               OPEN OUTPUT PRINT-FILE
               CLOSE PRINT-FILE
               OPEN EXTEND PRINT-FILE
           END-IF
           MOVE ALL '=' TO PRINT-FILE-RECORD
           MOVE WS-MEMBER-NAME TO PRINT-FILE-RECORD(3:20)
           WRITE PRINT-FILE-RECORD
           SET WS-SM-EOF-SW TO 0
           OPEN INPUT SPOOL-MEMBER
           PERFORM READ-MEMBER-LINE
           PERFORM PRINT-ONE-LINE UNTIL END-OF-MEMBER
           CLOSE SPOOL-MEMBER
           CLOSE PRINT-FILE
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE 'P' TO DL-METHOD
           MOVE RR-PRINT-FILE TO DL-DESTINATION
           SET DL-WAS-PRINTED TO TRUE
           PERFORM LOG-MEMBER-RESULT
           ADD 1 TO WS-PRINTED-COUNT
           DISPLAY WS-MEMBER-NAME ' COPIED TO ' RR-PRINT-FILE
           .
       PRINT-ONE-LINE.
           MOVE SPOOL-MEMBER-RECORD TO PRINT-FILE-RECORD
           WRITE PRINT-FILE-RECORD
           PERFORM READ-MEMBER-LINE
           .
      *-----------------------------------------------------------------
      * --- ONE MISSING ROW PER REPORT, HOWEVER MANY RULES NAME IT ---
       CHECK-EXPECTED-REPORT.
           MOVE RT-RULE(WS-RULE-IDX) TO SPOOL-RULE-RECORD
           IF NOT RR-IS-EXPECTED OR NOT RT-IS-DUE(WS-RULE-IDX)
                   OR RT-WAS-PRODUCED(WS-RULE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOGGED-SW
           PERFORM CHECK-EARLIER-RULE
               VARYING WS-EARLIER-IDX FROM 1 BY 1
               UNTIL WS-EARLIER-IDX >= WS-RULE-IDX
           IF MISSING-ALREADY-LOGGED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-TODAY-MMDDYYYY TO DL-RUN-DATE
           MOVE RR-REPORT-NAME TO DL-REPORT-NAME
           SET DL-WAS-MISSING TO TRUE
           MOVE ZEROS TO DL-LINE-COUNT DL-DIR-ROW
           PERFORM APPEND-LOG-ROW
           MOVE 1 TO RT-LOGGED-SW(WS-RULE-IDX)
           ADD 1 TO WS-MISSING-COUNT
           DISPLAY RR-REPORT-NAME ' -- EXPECTED TONIGHT, NOT PRODUCED'
           .
       CHECK-EARLIER-RULE.
           IF RT-REPORT-NAME(WS-EARLIER-IDX) = RR-REPORT-NAME
                   AND RT-MISSING-LOGGED(WS-EARLIER-IDX)
               SET MISSING-ALREADY-LOGGED TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
       LOG-MEMBER-RESULT.
           MOVE WS-TODAY-MMDDYYYY TO DL-RUN-DATE
           MOVE NM-REPORT-NAME(WS-NEW-IDX) TO DL-REPORT-NAME
           MOVE WS-MEMBER-NAME TO DL-MEMBER-NAME
           MOVE NM-LINE-COUNT(WS-NEW-IDX) TO DL-LINE-COUNT
           MOVE ZEROS TO DL-DIR-ROW
           PERFORM APPEND-LOG-ROW
           .
       APPEND-LOG-ROW.
           OPEN EXTEND DISTRIBUTION-LOG
           IF WS-DL-STATUS = '05' OR WS-DL-STATUS = '35'
               OPEN OUTPUT DISTRIBUTION-LOG
               CLOSE DISTRIBUTION-LOG
               OPEN EXTEND DISTRIBUTION-LOG
           END-IF
           WRITE DISTRIBUTION-LOG-RECORD
           CLOSE DISTRIBUTION-LOG
           .
