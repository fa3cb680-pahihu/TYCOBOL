       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPROT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BANKPROT -- TENANT BANK-FIELD PROTECTION.  THE ROUTING AND
      *    ACCOUNT NUMBERS ON TENANTM ARE STORED DIGIT BY DIGIT UNDER
      *    THE BANKKEY KEY, SO THE MASTER, EVERY MBACKUP COPY, THE
      *    TMJRNL IMAGES AND ANY QUARANTINED RECORD CARRY ONLY THE
      *    PROTECTED FORM.  SAME IDEA AS TINMASK FOR WHAT IS SHOWN:
      *    EVERYTHING BUT THE LAST FOUR DIGITS IS HIDDEN.  THE FULL
      *    NUMBERS COME BACK ONLY TO THE PROGRAMS THAT MUST SEND THEM
      *    TO THE BANK (AUTOPAY, CMSPAY, FINALPAY) AND TO THE MANAGER
      *    INQUIRY (BANKINQ), AND EACH TIME THEY DO A ROW GOES ON THE
      *    BANKAUD AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-KEY-FILE
               ASSIGN TO 'BANKKEY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BANK-AUDIT
               ASSIGN TO 'BANKAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-KEY-FILE.
       COPY BANKKEY.
       FD  BANK-AUDIT.
       COPY BANKAUD.
       WORKING-STORAGE SECTION.
       01 WS-BK-STATUS         PIC XX VALUE '00'.
       01 WS-BA-STATUS         PIC XX VALUE '00'.
      * --- THE KEY IS READ ONCE AND HELD FOR THE REST OF THE RUN -----
       01 WS-KEY-LOADED-SW     PIC 9 VALUE 0.
          88 KEY-IS-LOADED             VALUE 1.
       01 WS-KEY-AREA          PIC X(26) VALUE SPACES.
       01 WS-KEY-TABLE REDEFINES WS-KEY-AREA.
          03 WS-KEY-DIGIT      PIC 9 OCCURS 26 TIMES.
      * --- ROUTING IN POSITIONS 1-9, ACCOUNT IN 10-26 ----------------
       01 WS-WORK-AREA         PIC X(26) VALUE SPACES.
       01 WS-WORK-TABLE REDEFINES WS-WORK-AREA.
          03 WS-WORK-CHAR      PIC X OCCURS 26 TIMES.
       01 WS-POS               PIC 9(2) COMP VALUE ZEROS.
       01 WS-DIGIT-X           PIC X VALUE SPACE.
       01 WS-DIGIT REDEFINES WS-DIGIT-X PIC 9.
       01 WS-SHIFTED           PIC S9(2) COMP VALUE ZEROS.
      * --- KEY GENERATION: A SIMPLE CONGRUENTIAL SEQUENCE STARTED
      *     FROM THE DATE AND THE CLOCK TO THE HUNDREDTH --------------
       01 WS-CLOCK             PIC 9(8) VALUE ZEROS.
       01 WS-SEED              PIC 9(9) VALUE ZEROS.
       01 WS-SEED-WORK         PIC 9(18) VALUE ZEROS.
       01 WS-SEED-QUOT         PIC 9(18) VALUE ZEROS.
      * --- LAST-FOUR HUNT ON THE CLEAR ACCOUNT -----------------------
       01 WS-CLEAR-ACCOUNT     PIC X(17) VALUE SPACES.
       01 WS-CLEAR-ROUTING     PIC X(9) VALUE SPACES.
       01 WS-ACCT-END          PIC 9(2) COMP VALUE ZEROS.
       01 WS-REVEAL-PROGRAM    PIC X(8) VALUE SPACES.
          88 REVEAL-ALLOWED            VALUES 'AUTOPAY '
                                              'CMSPAY  '
                                              'FINALPAY'
                                              'BANKINQ '.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY BANKPROT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING BANK-PROTECT-PARAMS.
       PROTECT-BANK-FIELDS.
           SET BP-OK TO TRUE
           MOVE SPACES TO BP-ROUTING-MASK BP-ACCOUNT-MASK BP-LAST-FOUR
           IF BP-ROUTING NOT NUMERIC
               MOVE ZEROS TO BP-ROUTING
           END-IF
           EVALUATE TRUE
               WHEN BP-PROTECT
                   PERFORM PROTECT-FIELDS
               WHEN BP-MASK
                   PERFORM MASK-FIELDS
               WHEN BP-REVEAL
                   PERFORM REVEAL-FIELDS
               WHEN OTHER
                   SET BP-REFUSED TO TRUE
           END-EVALUATE
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- CLEAR IN, PROTECTED OUT.  A RECORD WITH NO BANK DETAILS
      *     STAYS UNFLAGGED; ONE ALREADY PROTECTED IS LEFT ALONE -----
       PROTECT-FIELDS.
           IF BP-IS-PROTECTED
               PERFORM MASK-FIELDS
               EXIT PARAGRAPH
           END-IF
           MOVE BP-ROUTING TO WS-CLEAR-ROUTING
           MOVE BP-ACCOUNT TO WS-CLEAR-ACCOUNT
           PERFORM BUILD-MASKS
           IF BP-ROUTING = ZEROS AND BP-ACCOUNT = SPACES
               MOVE SPACE TO BP-PROTECT-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BANK-KEY
           IF NOT KEY-IS-LOADED
               PERFORM SEED-BANK-KEY
           END-IF
           IF NOT KEY-IS-LOADED
               SET BP-NO-KEY TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BP-ROUTING TO WS-WORK-AREA(1:9)
           MOVE BP-ACCOUNT TO WS-WORK-AREA(10:17)
           PERFORM ENCODE-ONE-POSITION
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 26
           MOVE WS-WORK-AREA(1:9)   TO BP-ROUTING
           MOVE WS-WORK-AREA(10:17) TO BP-ACCOUNT
           SET BP-IS-PROTECTED TO TRUE
           .
      * --- THE FIELDS ARE NOT CHANGED, ONLY THE MASKS FILLED ---------
       MASK-FIELDS.
           IF BP-IS-PROTECTED
               PERFORM DECODE-TO-CLEAR
               IF NOT BP-OK
                   MOVE '*NO KEY*' TO BP-ACCOUNT-MASK
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE BP-ROUTING TO WS-CLEAR-ROUTING
               MOVE BP-ACCOUNT TO WS-CLEAR-ACCOUNT
           END-IF
           PERFORM BUILD-MASKS
           .
      * --- ONLY THE DRAFT, DIRECT-DEPOSIT AND MANAGER-INQUIRY
      *     PROGRAMS MAY HAVE THE CLEAR NUMBERS, AND EVERY TIME ONE
      *     DOES IT IS WRITTEN DOWN ----------------------------------
       REVEAL-FIELDS.
           MOVE BP-PROGRAM TO WS-REVEAL-PROGRAM
           IF NOT REVEAL-ALLOWED
               PERFORM MASK-FIELDS
               SET BP-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF BP-IS-PROTECTED
               PERFORM DECODE-TO-CLEAR
               IF NOT BP-OK
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE BP-ROUTING TO WS-CLEAR-ROUTING
               MOVE BP-ACCOUNT TO WS-CLEAR-ACCOUNT
           END-IF
           PERFORM BUILD-MASKS
           MOVE WS-CLEAR-ROUTING TO BP-ROUTING
           MOVE WS-CLEAR-ACCOUNT TO BP-ACCOUNT
           MOVE SPACE TO BP-PROTECT-FLAG
           PERFORM WRITE-REVEAL-AUDIT
           .
      *-----------------------------------------------------------------
       DECODE-TO-CLEAR.
           PERFORM LOAD-BANK-KEY
           IF NOT KEY-IS-LOADED
               SET BP-NO-KEY TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BP-ROUTING TO WS-WORK-AREA(1:9)
           MOVE BP-ACCOUNT TO WS-WORK-AREA(10:17)
           PERFORM DECODE-ONE-POSITION
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 26
           MOVE WS-WORK-AREA(1:9)   TO WS-CLEAR-ROUTING
           MOVE WS-WORK-AREA(10:17) TO WS-CLEAR-ACCOUNT
           .
      * --- DIGITS ARE SHIFTED BY THE KEY DIGIT FOR THEIR POSITION;
      *     ANY SPACE OR PUNCTUATION IN THE ACCOUNT IS LEFT AS IT IS --
       ENCODE-ONE-POSITION.
           MOVE WS-WORK-CHAR(WS-POS) TO WS-DIGIT-X
           IF WS-DIGIT-X IS NUMERIC
               COMPUTE WS-SHIFTED = WS-DIGIT + WS-KEY-DIGIT(WS-POS)
               IF WS-SHIFTED > 9
                   SUBTRACT 10 FROM WS-SHIFTED
               END-IF
               MOVE WS-SHIFTED TO WS-DIGIT
               MOVE WS-DIGIT-X TO WS-WORK-CHAR(WS-POS)
           END-IF
           .
       DECODE-ONE-POSITION.
           MOVE WS-WORK-CHAR(WS-POS) TO WS-DIGIT-X
           IF WS-DIGIT-X IS NUMERIC
               COMPUTE WS-SHIFTED = WS-DIGIT - WS-KEY-DIGIT(WS-POS)
               IF WS-SHIFTED < 0
                   ADD 10 TO WS-SHIFTED
               END-IF
               MOVE WS-SHIFTED TO WS-DIGIT
               MOVE WS-DIGIT-X TO WS-WORK-CHAR(WS-POS)
           END-IF
           .
      * --- LAST FOUR OF EACH NUMBER, THE REST STARRED OUT ------------
       BUILD-MASKS.
           MOVE SPACES TO BP-ROUTING-MASK BP-ACCOUNT-MASK BP-LAST-FOUR
           IF WS-CLEAR-ROUTING NOT = ZEROS
                   AND WS-CLEAR-ROUTING NOT = SPACES
               MOVE '*****' TO BP-ROUTING-MASK(1:5)
               MOVE WS-CLEAR-ROUTING(6:4) TO BP-ROUTING-MASK(6:4)
           END-IF
           IF WS-CLEAR-ACCOUNT = SPACES
               MOVE 'NOT ON FILE' TO BP-ACCOUNT-MASK
               EXIT PARAGRAPH
           END-IF
           MOVE 17 TO WS-ACCT-END
           PERFORM FIND-ACCOUNT-END
               UNTIL WS-ACCT-END < 5
                  OR WS-CLEAR-ACCOUNT(WS-ACCT-END:1) NOT = SPACE
           IF WS-ACCT-END < 4
               MOVE 4 TO WS-ACCT-END
           END-IF
           MOVE WS-CLEAR-ACCOUNT(WS-ACCT-END - 3:4) TO BP-LAST-FOUR
           MOVE ALL '*' TO BP-ACCOUNT-MASK(1:13)
           MOVE BP-LAST-FOUR TO BP-ACCOUNT-MASK(14:4)
           .
       FIND-ACCOUNT-END.
           SUBTRACT 1 FROM WS-ACCT-END
           .
      *-----------------------------------------------------------------
       LOAD-BANK-KEY.
           IF KEY-IS-LOADED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BANK-KEY-FILE
           IF WS-BK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ BANK-KEY-FILE NEXT RECORD
               AT END
                   MOVE SPACES TO BK-KEY-DIGITS
           END-READ
           CLOSE BANK-KEY-FILE
           IF BK-KEY-DIGITS IS NUMERIC
               MOVE BK-KEY-DIGITS TO WS-KEY-AREA
               SET KEY-IS-LOADED TO TRUE
           END-IF
           .
      * --- FIRST PROTECTION EVER: THERE IS NO KEY FILE YET, SO ONE IS
      *     MADE.  AN EXISTING BUT DAMAGED KEY FILE IS NEVER REPLACED
      *     -- THE NUMBERS ALREADY PROTECTED UNDER IT WOULD BE LOST ---
       SEED-BANK-KEY.
           IF WS-BK-STATUS NOT = '35'
               EXIT PARAGRAPH
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-SEED = DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
               + WS-CLOCK
           PERFORM NEXT-KEY-DIGIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 26
           OPEN OUTPUT BANK-KEY-FILE
           MOVE WS-KEY-AREA TO BK-KEY-DIGITS
           MOVE DF-MMDDYYYY TO BK-CREATED-DATE
           WRITE BANK-KEY-RECORD
           CLOSE BANK-KEY-FILE
           SET KEY-IS-LOADED TO TRUE
           .
       NEXT-KEY-DIGIT.
           COMPUTE WS-SEED-WORK = WS-SEED * 69069 + 12345
           DIVIDE WS-SEED-WORK BY 1000000000
               GIVING WS-SEED-QUOT REMAINDER WS-SEED
           DIVIDE WS-SEED BY 100000000 GIVING WS-KEY-DIGIT(WS-POS)
           .
      *-----------------------------------------------------------------
       WRITE-REVEAL-AUDIT.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           OPEN EXTEND BANK-AUDIT
           IF WS-BA-STATUS = '05' OR WS-BA-STATUS = '35'
               OPEN OUTPUT BANK-AUDIT
               CLOSE BANK-AUDIT
               OPEN EXTEND BANK-AUDIT
           END-IF
           COMPUTE BA-TIMESTAMP =
               DF-YEAR * 10000000000
               + DF-MONTH * 100000000
               + DF-DAY * 1000000
               + DF-HOUR * 10000
               + DF-MINUTE * 100
               + DF-SECOND
           MOVE BP-PROGRAM     TO BA-PROGRAM
           MOVE BP-TENANT-ID   TO BA-TENANT-ID
           MOVE BP-OPERATOR-ID TO BA-OPERATOR-ID
           MOVE BP-PURPOSE     TO BA-PURPOSE
           MOVE BP-LAST-FOUR   TO BA-LAST-FOUR
           WRITE BANK-AUDIT-RECORD
           CLOSE BANK-AUDIT
           .
