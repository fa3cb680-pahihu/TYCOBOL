      *      - REPORTS UNMATCHED BANK LINES, DEPOSITS IN TRANSIT,
      *        AND CHECKS STILL OUTSTANDING, WITH AN ENDING-BALANCE
      *        PROOF (BANK DEPOSITS LESS CLEARED CHECKS).
      *    A TYPE B LINE (B,YYYYMMDD,BALANCE) CARRIES THE STATEMENT'S
      *    CLOSING BALANCE; IT IS NOT A TRANSACTION, AND WHEN PRESENT
      *    THE BALANCE AND ITS DATE ARE SAVED ON BANKBAL FOR THE
      *    CASH-FLOW FORECAST (CASHFCST).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CR-STATUS.
           SELECT BANK-BALANCE
               ASSIGN TO 'BANKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BB-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY DEPREG.
       FD  CHECK-REGISTER.
       COPY CHKREG.
       FD  BANK-BALANCE.
       COPY BANKBAL.
       WORKING-STORAGE SECTION.
       01 WS-ST-STATUS         PIC XX VALUE '00'.
       01 WS-DP-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-BB-STATUS         PIC XX VALUE '00'.
       01 WS-STMT-FILE         PIC X(40) VALUE 'BANKSTMT'.
       01 WS-SWITCHES.
          03 WS-ST-EOF-SW      PIC 9 VALUE 0.
          03 WS-MATCH-SW       PIC 9 VALUE 0.
             88 LINE-MATCHED           VALUE 1.
             88 LINE-NOT-MATCHED       VALUE 0.
          03 WS-BALANCE-SW     PIC 9 VALUE 0.
             88 BALANCE-GIVEN          VALUE 1.
       01 WS-PARSE-TYPE        PIC X VALUE SPACE.
       01 WS-PARSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-PARSE-AMOUNT      PIC X(12) VALUE SPACES.
       01 WS-BANK-DEPOSITS     PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-BANK-CHECKS       PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-ENDING-BALANCE    PIC S9(8)V9(2) VALUE ZEROS.
      * --- THE STATEMENT'S OWN CLOSING BALANCE, OFF THE B LINE -------
       01 WS-STMT-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-STMT-BALANCE      PIC S9(8)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
           DISPLAY 'BANK DEPOSITS:       ' WS-BANK-DEPOSITS
           DISPLAY 'BANK CLEARED CHECKS: ' WS-BANK-CHECKS
           DISPLAY 'ENDING-BALANCE PROOF:' WS-ENDING-BALANCE
           IF BALANCE-GIVEN
               PERFORM SAVE-BANK-BALANCE
           END-IF
           IF WS-UNMATCHED-COUNT > ZEROS
               MOVE 1 TO RETURN-CODE
           END-IF
                   INTO WS-PARSE-TYPE WS-PARSE-DATE
                        WS-PARSE-AMOUNT WS-PARSE-CHECK
               END-UNSTRING
               INSPECT WS-PARSE-TYPE CONVERTING 'b' TO 'B'
               IF WS-PARSE-TYPE = 'B'
                   PERFORM STORE-STATEMENT-BALANCE
                   PERFORM READ-STATEMENT-ROW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BANK-COUNT
               SET BK-IDX TO WS-BANK-COUNT
               MOVE WS-PARSE-TYPE TO WS-BK-TYPE(BK-IDX)
           END-IF
           PERFORM READ-STATEMENT-ROW
           .
      * --- THE CLOSING BALANCE LINE: A BAD DATE IS REPORTED AND THE
      *     BALANCE IGNORED, SO THE FORECAST NEVER OPENS FROM IT -------
       STORE-STATEMENT-BALANCE.
           MOVE FUNCTION NUMVAL(WS-PARSE-DATE) TO WS-STMT-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STMT-DATE) NOT = ZEROS
               DISPLAY 'BALANCE LINE DATE IS NOT YYYYMMDD: '
                       WS-PARSE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PARSE-AMOUNT) TO WS-STMT-BALANCE
           SET BALANCE-GIVEN TO TRUE
           .
      *-----------------------------------------------------------------
      * --- EACH DEPREG ENTRY CLAIMS THE FIRST UNCLAIMED BANK DEPOSIT
      *     LINE OF THE SAME AMOUNT; THE REST ARE IN TRANSIT -----------
           END-IF
           PERFORM READ-CHECK-ROW
           .
      *-----------------------------------------------------------------
      * --- ONE ROW, REPLACED EACH RECONCILIATION THAT CARRIES A
      *     CLOSING BALANCE -------------------------------------------
       SAVE-BANK-BALANCE.
           OPEN OUTPUT BANK-BALANCE
           IF WS-BB-STATUS NOT = '00'
               DISPLAY 'CANNOT WRITE BANKBAL, STATUS ' WS-BB-STATUS
               EXIT PARAGRAPH
           END-IF
           COMPUTE BB-RECON-DATE =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           MOVE WS-STMT-DATE    TO BB-STATEMENT-DATE
           MOVE WS-STMT-BALANCE TO BB-STATEMENT-BALANCE
           WRITE BANK-BALANCE-RECORD
           CLOSE BANK-BALANCE
           DISPLAY 'STATEMENT BALANCE:   ' WS-STMT-BALANCE
                   '  AS OF ' WS-STMT-DATE
           .
