               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EF-RRN
               FILE STATUS IS WS-EF-STATUS.
           SELECT CONSIGNOR-PAYABLE
               ASSIGN TO 'CONSPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-TENANT-ID
               FILE STATUS IS WS-CB-STATUS.
           SELECT PAYOUT-POLICY
               ASSIGN TO 'PAYPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT TENANT-HISTORY
               ASSIGN TO 'TENANTHS'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT TAXPAYER-ID-FILE
               ASSIGN TO 'TAXIDS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-TENANT-ID
               FILE STATUS IS WS-TI-STATUS.
           SELECT FINAL-SETTLEMENT
               ASSIGN TO 'FINALSET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-TENANT-ID
               FILE STATUS IS WS-FS-STATUS.
           SELECT PAYOUT-PROOF
               ASSIGN TO 'PAYPROOF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
           SELECT PAYOUT-HOLD
               ASSIGN TO 'PAYHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-TENANT-ID
               FILE STATUS IS WS-PH-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY EFTBATCH.
       FD  EFT-COUNTER.
       COPY EFTCTR.
       FD  CONSIGNOR-PAYABLE.
       COPY CONSPAY.
       FD  PAYOUT-POLICY.
       COPY PAYPOLCY.
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  TAXPAYER-ID-FILE.
       COPY TAXID.
       FD  FINAL-SETTLEMENT.
       COPY FINALSET.
       FD  PAYOUT-PROOF.
       COPY PAYPROOF.
       FD  PAYOUT-HOLD.
       COPY PAYHOLD.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
             05 WS-PAY-RENT-OFFSET  PIC 9(6)V9(2).
             05 WS-PAY-ACCT-OFFSET  PIC 9(6)V9(2).
             05 WS-PAY-NET          PIC S9(6)V9(2).
             05 WS-PAY-CARRIED-IN   PIC S9(6)V9(2).
             05 WS-PAY-HELD         PIC S9(6)V9(2).
             05 WS-PAY-IN-FULL-SW   PIC X.
                88 WS-PAY-IS-IN-FULL        VALUE 'Y'.
             05 WS-PAY-BACKUP-WH    PIC S9(6)V9(2).
             05 WS-PAY-CARD-FEE     PIC S9(6)V9(2).
             05 WS-PAY-DISPUTE-HOLD PIC S9(6)V9(2).
             05 WS-PAY-OWNER-HOLD-SW PIC X.
                88 WS-PAY-IS-OWNER-HELD     VALUE 'Y'.
             05 WS-PAY-HOLD-REASON  PIC X(40).
       01 WS-PAYOUT-COUNT      PIC 9(4) VALUE ZEROS.
      * --- TWO-STAGE RUN: PROOF COMPUTES AND PRINTS EVERYTHING AND
      *     SAVES THE FIGURES ON PAYPROOF WITHOUT PAYING OR POSTING;
      *     COMMIT RECOMPUTES, REFUSES IF THE LEDGER OR ANY FIGURE HAS
      *     MOVED SINCE, AND PAYS.  HOLD/RELEASE KEEP PAYHOLD ---------
       01 WS-RUN-MODE          PIC X(8) VALUE 'PROOF'.
          88 RUN-IS-PROOF              VALUE 'PROOF'.
          88 RUN-IS-COMMIT             VALUE 'COMMIT'.
          88 RUN-IS-HOLD               VALUE 'HOLD'.
          88 RUN-IS-RELEASE            VALUE 'RELEASE'.
       01 WS-LEDGER-TOTALS.
          03 WS-LT-ROW-COUNT        PIC 9(7) VALUE ZEROS.
          03 WS-LT-RECEIPT-HASH     PIC 9(12) VALUE ZEROS.
          03 WS-LT-TENANT-HASH      PIC 9(12) VALUE ZEROS.
          03 WS-LT-PRICE-TOTAL      PIC S9(9)V9(2) VALUE ZEROS.
          03 WS-LT-COMMISSION-TOTAL PIC S9(9)V9(2) VALUE ZEROS.
          03 WS-LT-VOID-COUNT       PIC 9(7) VALUE ZEROS.
          03 WS-LT-DISPUTE-HASH     PIC 9(12) VALUE ZEROS.
       01 WS-PROVED-FIGURES.
          03 WS-PV-RENT-OFFSET      PIC 9(6)V9(2).
          03 WS-PV-ACCT-OFFSET      PIC 9(6)V9(2).
          03 WS-PV-NET              PIC S9(6)V9(2).
          03 WS-PV-HELD             PIC S9(6)V9(2).
       01 WS-PF-STATUS         PIC XX VALUE '00'.
       01 WS-PF-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-PAYOUT-PROOF       VALUE 1.
       01 WS-PROOF-SW          PIC 9 VALUE 0.
          88 PROOF-AGREES              VALUE 0.
          88 PROOF-DISAGREES           VALUE 1.
       01 WS-PROOF-ROWS        PIC 9(4) VALUE ZEROS.
       01 WS-PROOF-PERIOD      PIC 9(4) VALUE ZEROS.
       01 WS-PH-STATUS         PIC XX VALUE '00'.
       01 WS-PH-OPEN-SW        PIC 9 VALUE 0.
          88 PAYOUT-HOLDS-OPEN         VALUE 1.
       01 WS-HOLD-TENANT       PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-REASON       PIC X(40) VALUE SPACES.
       01 WS-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 WS-TOTAL-OWNER-HELD  PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-OWNER-HELD-COUNT  PIC 9(4) VALUE ZEROS.
       COPY AUTHCHK.
      * --- MINIMUM-CHECK CARRY-FORWARD: A NET UNDER THE PAYPOLCY
      *     MINIMUM IS HELD ON CONSPAY AND ADDED INTO THE NEXT RUN,
      *     EXCEPT FOR A MOVED-OUT CONSIGNOR, WHO IS ALWAYS PAID -------
       01 WS-CB-STATUS         PIC XX VALUE '00'.
       01 WS-CB-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-CONSIGNOR-PAYABLE  VALUE 1.
       01 WS-PY-STATUS         PIC XX VALUE '00'.
       01 WS-PY-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-PAYOUT-POLICY      VALUE 1.
       01 WS-MIN-CHECK-AMOUNT  PIC 9(5)V9(2) VALUE 25.00.
       01 WS-TOTAL-HELD        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-HELD-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
       01 WS-TH-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-TENANT-HISTORY     VALUE 1.
       01 WS-TH-FOUND-SW       PIC 9 VALUE 0.
          88 HISTORY-PAYEE-FOUND       VALUE 1.
          88 HISTORY-PAYEE-NOT-FOUND   VALUE 0.
      * --- BACKUP WITHHOLDING: A CONSIGNOR WITH NO W-9 ON TAXIDS WHOSE
      *     PAY FOR THE YEAR REACHES THE 1099 THRESHOLD HAS THE
      *     PAYPOLCY RATE TAKEN OUT OF THE CHECK ----------------------
       01 WS-TI-STATUS         PIC XX VALUE '00'.
       01 WS-TI-OPEN-SW        PIC 9 VALUE 0.
          88 TAXPAYER-IDS-OPEN         VALUE 1.
       01 WS-W9-SW             PIC 9 VALUE 0.
          88 W9-ON-FILE                VALUE 1.
          88 W9-NOT-ON-FILE            VALUE 0.
       01 WS-PR-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-PAYOUT-REGISTER    VALUE 1.
       01 WS-BACKUP-WH-PCT     PIC 9(2)V9(2) VALUE 24.00.
       01 WS-1099-THRESHOLD    PIC 9(6)V9(2) VALUE 600.00.
       01 WS-YTD-YY            PIC 9(2) VALUE ZEROS.
       01 WS-YTD-REPORTABLE    PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TOTAL-BACKUP-WH   PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-BACKUP-WH-COUNT   PIC 9(4) VALUE ZEROS.
      * --- OFF-CYCLE SETTLEMENTS: A CONSIGNOR FINALPAY HAS ALREADY
      *     PAID HAS A CUTOFF ON FINALSET, AND THEIR SHARE OF ANY ROW
      *     SOLD ON OR BEFORE IT IS NOT PAID AGAIN ---------------------
       01 WS-FS-STATUS         PIC XX VALUE '00'.
       01 WS-FS-OPEN-SW        PIC 9 VALUE 0.
          88 FINAL-SETTLEMENTS-OPEN    VALUE 1.
       01 WS-SETTLED-SW        PIC 9 VALUE 0.
          88 ROW-ALREADY-SETTLED       VALUE 1.
          88 ROW-NOT-SETTLED           VALUE 0.
       01 WS-FS-LAST-TENANT    PIC 9(6) VALUE ZEROS.
       01 WS-SETTLED-SKIP-COUNT PIC 9(4) VALUE ZEROS.
      * --- CARD PROCESSING FEE: THE CONSIGNOR'S SHARE ON EACH CARD-
      *     PAID ROW (CARDFEE) COMES OFF THE COMMISSION BEFORE ANY
      *     OTHER DEDUCTION; A RETURN TO A CARD CREDITS IT BACK -------
       COPY CARDFEE.
       01 WS-POST-CARD-FEE     PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-CARD-FEE-A        PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-CARD-FEE-B        PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-TOTAL-CARD-FEE    PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-CARD-FEE-COUNT    PIC 9(4) VALUE ZEROS.
      * --- CARD CHARGEBACKS: THE COMMISSION ON A ROW CHGBACK MARKED
      *     DISPUTED ('D') IS HELD OUT OF THIS RUN ('H'); WHEN THE
      *     DISPUTE CLOSES ('W' WON, 'L' LOST) THE HOLD IS PAID BACK,
      *     AND ON A LOSS THE REVERSAL ROW TAKES THE COMMISSION -------
       01 WS-DH-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-DISPUTE-SCAN       VALUE 1.
       01 WS-POST-DISPUTE-HOLD PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-HOLD-AMOUNT       PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-TOTAL-DISPUTE-HOLD PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-DISPUTE-HOLD-COUNT PIC 9(4) VALUE ZEROS.
      * --- CO-CONSIGNOR PROCEEDS SPLITS OFF THE SPLITDEF TABLE: A
      *     SALE UNDER EITHER ID OF A PAIR IS ATTRIBUTED PCT-A TO
      *     TENANT A AND THE REST TO TENANT B, SO TWO CHECKS GET CUT
          03 RD-DAY            PIC 9(2).
          03 RD-YEAR           PIC 9(4).
       COPY JRNLTM.
       COPY BANKPROT.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY QUARPUT.
       COPY DATEFMT.
       COPY ARPOST.
       COPY CONTPUT.
      * --- REMITTANCE ADVICE: THE SALES BEHIND EACH CHECK, SPOOLED
      *     THROUGH SPOOLIO SO A LOST ADVICE IS A SPOOLVW REPRINT ------
       COPY SPOOLIO.
       01 WS-ADV-PRICE-SHOW    PIC -(5)9.99.
       01 WS-ADV-WITH-SHOW     PIC -(5)9.99.
       01 WS-ADV-COMM-SHOW     PIC -(5)9.99.
       01 WS-ADV-FEE-PCT-SHOW  PIC Z9.99.
       01 WS-ADV-DEDUCTIONS    PIC 9(6)V9(2) VALUE ZEROS.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           PERFORM GET-TARGET-MONTH
           IF RUN-IS-HOLD OR RUN-IS-RELEASE
               PERFORM MAINTAIN-PAYOUT-HOLD
               GOBACK
           END-IF
           IF RUN-IS-COMMIT
               PERFORM LOAD-PROOF-HEADER
               IF PROOF-DISAGREES
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LOAD-SPLIT-TABLE
           PERFORM INITIALIZE-PAYOUT-RUN
           PERFORM READ-SALES-LEDGER
           PERFORM ACCUMULATE-COMMISSIONS
               UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           PERFORM APPLY-DISPUTE-HOLDS
           PERFORM LOAD-PAYOUT-POLICY
           PERFORM MERGE-CARRIED-BALANCES
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY)
           PERFORM APPLY-ACCOUNT-OFFSET
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           PERFORM APPLY-CARRY-AND-MINIMUM
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           IF RUN-IS-COMMIT
               PERFORM CHECK-RUN-AGAINST-PROOF
               IF PROOF-DISAGREES
                   DISPLAY 'COMMIT REFUSED -- THE PAYOUT HAS CHANGED '
                           'SINCE THE PROOF.  RUN A NEW PROOF FIRST'
                   PERFORM CLOSE-PAYOUT-RUN
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM SAVE-PAYOUT-PROOF
           END-IF
           PERFORM OPEN-PAYOUT-HOLDS
           PERFORM APPLY-OWNER-HOLD
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           IF PAYOUT-HOLDS-OPEN
               CLOSE PAYOUT-HOLD
           END-IF
           PERFORM OPEN-TAXPAYER-IDS
           PERFORM APPLY-BACKUP-WITHHOLDING
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           IF TAXPAYER-IDS-OPEN
               CLOSE TAXPAYER-ID-FILE
           END-IF
           PERFORM PRINT-PAYOUT-LINE
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           PERFORM PRINT-PAYOUT-TOTAL
           IF RUN-IS-COMMIT
               PERFORM POST-RENT-OFFSET
                   VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAYOUT-COUNT
               PERFORM POST-ACCOUNT-OFFSET
                   VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAYOUT-COUNT
               PERFORM MARK-DISPUTE-HOLDS-TAKEN
               PERFORM WRITE-PAYOUT-CHECKS
               PERFORM RETIRE-PAYOUT-PROOF
           ELSE
               PERFORM PRINT-PROOF-ADVICES
           END-IF
           PERFORM CLOSE-PAYOUT-RUN
           GOBACK
           .
       CLOSE-PAYOUT-RUN.
           IF FINAL-SETTLEMENTS-OPEN
               CLOSE FINAL-SETTLEMENT
           END-IF
           CLOSE TENANT-MASTER
           .
      *-----------------------------------------------------------------
      * --- CUT ONE CHECK PER CONSIGNOR WITH A POSITIVE PAYOUT: THE
      *     CHECK NUMBER COMES OFF THE CHECKCT CONTROL FILE, A
           PERFORM OPEN-CHECK-FILES
           OPEN OUTPUT EFT-BATCH-FILE
           PERFORM OPEN-PAYOUT-REGISTER
           PERFORM OPEN-CONSIGNOR-PAYABLE
           SET SP-OP-OPEN TO TRUE
           MOVE 'REMITADV' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE CHECK-PRINT
           CLOSE EFT-BATCH-FILE
           CLOSE PAYOUT-REGISTER
           CLOSE CONSIGNOR-PAYABLE
           DISPLAY 'CHECKS WRITTEN THIS RUN: ' WS-CHECKS-WRITTEN
           DISPLAY 'DIRECT DEPOSITS BATCHED: ' WS-EFTS-WRITTEN
           .
               OPEN EXTEND PAYOUT-REGISTER
           END-IF
           .
       OPEN-CONSIGNOR-PAYABLE.
           OPEN I-O CONSIGNOR-PAYABLE
           IF WS-CB-STATUS = '35'
               OPEN OUTPUT CONSIGNOR-PAYABLE
               CLOSE CONSIGNOR-PAYABLE
               OPEN I-O CONSIGNOR-PAYABLE
           END-IF
           .
       OPEN-CHECK-FILES.
           OPEN I-O CHECK-REGISTER
           IF WS-CR-STATUS = '35'
               WS-PAY-RENT-OFFSET(PAY-IDX)
               + WS-PAY-ACCT-OFFSET(PAY-IDX)
           MOVE WS-PAY-NET(PAY-IDX)        TO PR-NET-PAID
           MOVE WS-PAY-CARRIED-IN(PAY-IDX) TO PR-CARRIED-IN
           MOVE WS-PAY-HELD(PAY-IDX)       TO PR-HELD-AMOUNT
           MOVE WS-PAY-BACKUP-WH(PAY-IDX)  TO PR-BACKUP-WITHHELD
           MOVE WS-PAY-CARD-FEE(PAY-IDX)   TO PR-CARD-FEE
           MOVE WS-PAY-DISPUTE-HOLD(PAY-IDX) TO PR-DISPUTE-HOLD
           MOVE SPACE                      TO PR-RUN-TYPE
           MOVE ZEROS                      TO PR-REFUND-PAID
           WRITE PAYOUT-REGISTER-RECORD
           PERFORM UPDATE-PAYABLE-BALANCE
           IF WS-PAY-HELD(PAY-IDX) > ZEROS
               MOVE ZEROS TO WS-CHECK-NO
               PERFORM PRINT-REMITTANCE-ADVICE
           END-IF
           IF WS-PAY-NET(PAY-IDX) > ZEROS
               MOVE WS-PAY-TENANT-ID(PAY-IDX) TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
      * --- A MOVED-OUT CONSIGNOR IS OFF TENANT-MASTER: THE FINAL
      *     CHECK IS ADDRESSED FROM THE TENANTHS ROW DTR003 WROTE ------
               IF WS-TM-STATUS NOT = '00' AND WS-PAY-IS-IN-FULL(PAY-IDX)
                   PERFORM LOAD-PAYEE-FROM-HISTORY
                   IF HISTORY-PAYEE-FOUND
                       MOVE '00' TO WS-TM-STATUS
                   END-IF
               END-IF
               IF WS-TM-STATUS = '00'
                   SET BP-REFUSED TO TRUE
                   IF TM-WANTS-DIRDEP
                           AND TM-BANK-ROUTING NOT = ZEROS
                       PERFORM REVEAL-PAYOUT-BANK
                   END-IF
                   IF BP-OK
                       PERFORM PAY-BY-DIRECT-DEPOSIT
                   ELSE
                       PERFORM GET-NEXT-CHECK-NO
           PERFORM GET-NEXT-EFT-NO
           MOVE WS-EFT-NO TO WS-CHECK-NO
           PERFORM APPEND-CHECK-REGISTER-ROW
           MOVE BP-ROUTING            TO EB-ROUTING
           MOVE BP-ACCOUNT            TO EB-ACCOUNT
           MOVE WS-PAY-NET(PAY-IDX)   TO EB-AMOUNT
           MOVE WS-PAY-TENANT-ID(PAY-IDX) TO EB-TENANT-ID
           MOVE WS-EFT-NO             TO EB-EFT-NO
           PERFORM PRINT-REMITTANCE-ADVICE
           ADD 1 TO WS-EFTS-WRITTEN
           .
      * --- THE BANK WANTS THE WHOLE NUMBER; BANKPROT HANDS IT BACK
      *     FOR THE BATCH ROW ONLY AND LOGS THE REVEAL TO BANKAUD ------
       REVEAL-PAYOUT-BANK.
           SET BP-REVEAL TO TRUE
           MOVE 'CMSPAY'             TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE 'EFT'                TO BP-OPERATOR-ID
           MOVE 'CONSIGNOR PAYOUT'   TO BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           IF NOT BP-OK
               DISPLAY 'BANK DETAILS UNREADABLE FOR TENANT '
                       TM-TENANT-ID ' -- PAID BY CHECK INSTEAD'
           END-IF
           .
       GET-NEXT-EFT-NO.
           MOVE 1 TO WS-EF-RRN
           OPEN I-O EFT-COUNTER
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'AMOUNT: $' FUNCTION TRIM(WS-EDIT-CHECK-AMT)
               '  TO ACCOUNT ENDING ' BP-LAST-FOUR
               DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
               MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           PERFORM PRINT-BACKUP-WH-STUB-LINE
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'MEMO: CONSIGNMENT PAYOUT ' WS-TARGET-YYMM
               DELIMITED BY SIZE
           SET CR-IS-ISSUED               TO TRUE
           MOVE DF-MMDDYYYY               TO CR-STATUS-DATE
           MOVE ZEROS                     TO CR-REPLACES-CHECK
           MOVE ZEROS                     TO CR-VENDOR-ID
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CHECK ' WS-CHECK-NO
               MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           PERFORM PRINT-BACKUP-WH-STUB-LINE
           .
       PRINT-BACKUP-WH-STUB-LINE.
           IF WS-PAY-BACKUP-WH(PAY-IDX) > ZEROS
               MOVE WS-PAY-BACKUP-WH(PAY-IDX) TO WS-EDIT-CHECK-AMT
               MOVE SPACES TO WS-CHECK-LINE
               STRING 'LESS BACKUP WITHHOLDING (NO W-9): $'
                   FUNCTION TRIM(WS-EDIT-CHECK-AMT)
                   DELIMITED BY SIZE
                   INTO WS-CHECK-LINE
               MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE QUESTION EVERY CONSIGNOR ASKS: WHICH OF MY ITEMS DOES
      *     SPLIT BOOTH THE PAIR'S ROWS ARE LISTED AND THE GROSS IS
      *     THE PAYEE'S SPLITDEF SHARE ---------------------------------
       PRINT-REMITTANCE-ADVICE.
           COMPUTE WS-ADV-DEDUCTIONS =
               WS-PAY-RENT-OFFSET(PAY-IDX)
               + WS-PAY-ACCT-OFFSET(PAY-IDX)
           MOVE SPACES TO WS-ADV-LINE
           IF WS-PAY-HELD(PAY-IDX) > ZEROS
               STRING 'REMITTANCE ADVICE -- NO CHECK (HELD)'
                   '  TENANT ' WS-PAY-TENANT-ID(PAY-IDX)
                   '  PERIOD ' WS-TARGET-YYMM
                   DELIMITED BY SIZE INTO WS-ADV-LINE
           ELSE
               IF RUN-IS-PROOF
                   STRING 'REMITTANCE ADVICE -- CHECK TO BE ASSIGNED'
                       '  TENANT ' WS-PAY-TENANT-ID(PAY-IDX)
                       '  PERIOD ' WS-TARGET-YYMM
                       DELIMITED BY SIZE INTO WS-ADV-LINE
               ELSE
                   STRING 'REMITTANCE ADVICE -- CHECK ' WS-CHECK-NO
                       '  TENANT ' WS-PAY-TENANT-ID(PAY-IDX)
                       '  PERIOD ' WS-TARGET-YYMM
                       DELIMITED BY SIZE INTO WS-ADV-LINE
               END-IF
           END-IF
           IF RUN-IS-PROOF
               MOVE WS-ADV-LINE TO WS-ADV-TEMP
               MOVE SPACES TO WS-ADV-LINE
               STRING 'PROOF ' FUNCTION TRIM(WS-ADV-TEMP)
                   DELIMITED BY SIZE INTO WS-ADV-LINE
           END-IF
           PERFORM EMIT-ADVICE-LINE
           MOVE 'DATE   RECEIPT  ITEM PRICE   WITHHELD  COMMISSION'
               TO WS-ADV-LINE
                   UNTIL END-OF-ADVICE-SCAN
               CLOSE SALES-LEDGER
           END-IF
           IF WS-PAY-CARD-FEE(PAY-IDX) NOT = ZEROS
               MOVE WS-PAY-CARD-FEE(PAY-IDX) TO WS-ADV-COMM-SHOW
               MOVE CF-FEE-PCT TO WS-ADV-FEE-PCT-SHOW
               MOVE SPACES TO WS-ADV-LINE
               STRING 'LESS CARD PROCESSING FEE SHARE '
                   WS-ADV-COMM-SHOW
                   '  (' WS-ADV-FEE-PCT-SHOW
                   '% OF COMMISSION PAID BY CARD)'
                   DELIMITED BY SIZE INTO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           IF WS-PAY-DISPUTE-HOLD(PAY-IDX) > ZEROS
               MOVE WS-PAY-DISPUTE-HOLD(PAY-IDX) TO WS-ADV-COMM-SHOW
               MOVE SPACES TO WS-ADV-LINE
               STRING 'LESS CHARGEBACK HOLD ' WS-ADV-COMM-SHOW
                   '  (CARD SALE DISPUTED BY THE CUSTOMER)'
                   DELIMITED BY SIZE INTO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           IF WS-PAY-DISPUTE-HOLD(PAY-IDX) < ZEROS
               COMPUTE WS-ADV-COMM-SHOW =
                   0 - WS-PAY-DISPUTE-HOLD(PAY-IDX)
               MOVE SPACES TO WS-ADV-LINE
               STRING 'PLUS CHARGEBACK HOLD RELEASED ' WS-ADV-COMM-SHOW
                   '  (DISPUTE CLOSED)'
                   DELIMITED BY SIZE INTO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           MOVE SPACES TO WS-ADV-LINE
           STRING 'GROSS COMMISSION ' WS-PAY-COMMISSION(PAY-IDX)
               '  DEDUCTIONS ' WS-ADV-DEDUCTIONS
               '  NET PAID ' WS-PAY-NET(PAY-IDX)
               DELIMITED BY SIZE INTO WS-ADV-LINE
           PERFORM EMIT-ADVICE-LINE
           IF WS-PAY-CARRIED-IN(PAY-IDX) NOT = ZEROS
               MOVE WS-PAY-CARRIED-IN(PAY-IDX) TO WS-ADV-COMM-SHOW
               MOVE SPACES TO WS-ADV-LINE
               STRING 'INCLUDES BALANCE CARRIED FROM PRIOR RUNS '
                   WS-ADV-COMM-SHOW
                   DELIMITED BY SIZE INTO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           IF WS-PAY-BACKUP-WH(PAY-IDX) > ZEROS
               MOVE WS-PAY-BACKUP-WH(PAY-IDX) TO WS-ADV-COMM-SHOW
               MOVE SPACES TO WS-ADV-LINE
               STRING 'BACKUP WITHHOLDING (NO W-9 ON FILE)  '
                   WS-ADV-COMM-SHOW
                   '  -- REPORTED ON YOUR 1099-NEC'
                   DELIMITED BY SIZE INTO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           IF WS-PAY-HELD(PAY-IDX) > ZEROS
               MOVE WS-PAY-HELD(PAY-IDX) TO WS-ADV-COMM-SHOW
               MOVE WS-MIN-CHECK-AMOUNT  TO WS-ADV-PRICE-SHOW
               MOVE SPACES TO WS-ADV-LINE
               IF WS-PAY-IS-OWNER-HELD(PAY-IDX)
                   STRING 'BALANCE ' WS-ADV-COMM-SHOW
                       ' IS ON HOLD -- CARRIED TO NEXT RUN'
                       DELIMITED BY SIZE INTO WS-ADV-LINE
               ELSE
                   STRING 'BALANCE ' WS-ADV-COMM-SHOW
                       ' IS UNDER THE ' WS-ADV-PRICE-SHOW
                       ' MINIMUM CHECK -- CARRIED TO NEXT RUN'
                       DELIMITED BY SIZE INTO WS-ADV-LINE
               END-IF
               PERFORM EMIT-ADVICE-LINE
           END-IF
           IF WS-PAY-IS-OWNER-HELD(PAY-IDX)
               MOVE SPACES TO WS-ADV-LINE
               STRING 'HOLD REASON: ' WS-PAY-HOLD-REASON(PAY-IDX)
                   DELIMITED BY SIZE INTO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           IF RUN-IS-PROOF
               MOVE '*** PROOF ONLY -- NOT A PAYMENT ***'
                   TO WS-ADV-LINE
               PERFORM EMIT-ADVICE-LINE
           END-IF
           MOVE SPACES TO WS-ADV-LINE
           PERFORM EMIT-ADVICE-LINE
           .
               PERFORM READ-ADVICE-LEDGER-ROW
               EXIT PARAGRAPH
           END-IF
      * --- ROWS ALREADY PAID ON A FINAL SETTLEMENT ARE NOT ON THIS
      *     CHECK EITHER ----------------------------------------------
           IF SL-TENANT-ID = WS-PAY-TENANT-ID(PAY-IDX)
                   OR (WS-ADV-ALT-ID > ZEROS
                       AND SL-TENANT-ID = WS-ADV-ALT-ID)
               MOVE WS-PAY-TENANT-ID(PAY-IDX) TO WS-POST-TENANT-ID
               PERFORM CHECK-ALREADY-SETTLED
               IF ROW-ALREADY-SETTLED
                   PERFORM READ-ADVICE-LEDGER-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF (SL-TENANT-ID = WS-PAY-TENANT-ID(PAY-IDX)
                   OR (WS-ADV-ALT-ID > ZEROS
                       AND SL-TENANT-ID = WS-ADV-ALT-ID))
                   AND SL-DATE-OF-SALE NUMERIC
                   AND (WS-TARGET-YYMM = ZEROS
                        OR SL-DATE-OF-SALE(3:4) = WS-TARGET-YYMM)
               COMPUTE WS-ADV-WITHHELD =
                   SL-SALE-PRICE - SL-COMMISSION
               MOVE SL-SALE-PRICE  TO WS-ADV-PRICE-SHOW
                       ' (RETURN)' DELIMITED BY SIZE
                       INTO WS-ADV-LINE
               END-IF
               IF SL-IS-DISPUTED
                   MOVE WS-ADV-LINE TO WS-ADV-TEMP
                   STRING FUNCTION TRIM(WS-ADV-TEMP)
                       ' (DISPUTED)' DELIMITED BY SIZE
                       INTO WS-ADV-LINE
               END-IF
               PERFORM EMIT-ADVICE-LINE
           END-IF
           PERFORM READ-ADVICE-LEDGER-ROW
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------------------
      * --- "CMSPAY PROOF [YYMM]", "CMSPAY COMMIT [YYMM]", "CMSPAY
      *     HOLD <TENANT>" OR "CMSPAY RELEASE <TENANT>".  A BARE
      *     "CMSPAY [YYMM]" IS A PROOF: NOTHING IS PAID UNTIL A
      *     COMMIT FOLLOWS IT ------------------------------------------
       GET-TARGET-MONTH.
           IF ARGC > 0
               MOVE ARGV(1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF RUN-IS-PROOF OR RUN-IS-COMMIT
                   IF ARGC > 1
                       MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-TARGET-YYMM
                   END-IF
               ELSE
                   IF NOT (RUN-IS-HOLD OR RUN-IS-RELEASE)
                       MOVE 'PROOF' TO WS-RUN-MODE
                       MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-YYMM
                   END-IF
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       INITIALIZE-PAYOUT-RUN.
           OPEN INPUT SALES-LEDGER
           IF RUN-IS-COMMIT
               OPEN I-O TENANT-MASTER
           ELSE
               OPEN INPUT TENANT-MASTER
           END-IF
           OPEN INPUT FINAL-SETTLEMENT
           IF WS-FS-STATUS = '00'
               SET FINAL-SETTLEMENTS-OPEN TO TRUE
           END-IF
           IF RUN-IS-COMMIT
               DISPLAY '        MONTHLY COMMISSION PAYOUT LIST'
           ELSE
               DISPLAY '    MONTHLY COMMISSION PAYOUT LIST -- PROOF'
               DISPLAY '*** PROOF ONLY -- NOTHING IS PAID OR POSTED ***'
           END-IF
           IF WS-TARGET-YYMM NOT = ZEROS
               DISPLAY 'FOR SALE MONTH (YYMM): ' WS-TARGET-YYMM
           ELSE
      *-----------------------------------------------------------------
      * --- A LEDGER ROW WITH GARBAGE NUMERICS IS PARKED, NOT PAID ---
       ACCUMULATE-COMMISSIONS.
           PERFORM ADD-TO-LEDGER-TOTALS
      * --- A POST-VOIDED ROW IS DEAD TO EVERY TOTAL -- SKIP IT -------
           IF SL-IS-VOIDED
               PERFORM READ-SALES-LEDGER
           IF SL-DATE-OF-SALE NOT NUMERIC
                   OR SL-SALE-PRICE NOT NUMERIC
                   OR SL-COMMISSION NOT NUMERIC
               IF RUN-IS-COMMIT
                   MOVE 'CMSPAY'  TO QP-PROGRAM
                   MOVE 'SALESLDG' TO QP-FILE-NAME
                   MOVE 'NON-NUMERIC FIELD ON ROW' TO QP-REASON
                   MOVE SALES-LEDGER-RECORD TO QP-RECORD-IMAGE
                   CALL 'QUARPUT' USING QUARANTINE-PUT-PARAMS
               ELSE
                   DISPLAY '  *** UNREADABLE LEDGER ROW -- RECEIPT '
                           SL-RECEIPT-NO ' LINE ' SL-LINE-NO
                           ' IS PARKED AT COMMIT'
               END-IF
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(3:4) TO WS-SALE-YYMM
      * --- TENANT ZERO IS HOUSE STOCK -- NOTHING TO PAY OUT ----------
           IF SL-TENANT-ID = ZEROS
               CONTINUE
           END-IF
           PERFORM READ-SALES-LEDGER
           .
      * --- CONTROL TOTALS OVER EVERY ROW ON THE LEDGER, WHATEVER ITS
      *     MONTH: THE PROOF SAVES THEM AND THE COMMIT MUST MATCH ------
       ADD-TO-LEDGER-TOTALS.
           ADD 1 TO WS-LT-ROW-COUNT
           ADD SL-RECEIPT-NO TO WS-LT-RECEIPT-HASH
           IF SL-TENANT-ID NUMERIC
               ADD SL-TENANT-ID TO WS-LT-TENANT-HASH
           END-IF
           IF SL-SALE-PRICE NUMERIC
               ADD SL-SALE-PRICE TO WS-LT-PRICE-TOTAL
           END-IF
           IF SL-COMMISSION NUMERIC
               ADD SL-COMMISSION TO WS-LT-COMMISSION-TOTAL
           END-IF
           IF SL-IS-VOIDED
               ADD 1 TO WS-LT-VOID-COUNT
           END-IF
      * --- EACH DISPUTE STATE WEIGHTS THE RECEIPT DIFFERENTLY, SO A
      *     DISPUTE OPENED, WON OR LOST SINCE THE PROOF SHOWS UP ------
           EVALUATE SL-REFUNDED-FLAG
               WHEN 'D'
                   ADD SL-RECEIPT-NO TO WS-LT-DISPUTE-HASH
               WHEN 'H'
                   COMPUTE WS-LT-DISPUTE-HASH =
                       WS-LT-DISPUTE-HASH + SL-RECEIPT-NO * 2
               WHEN 'W'
                   COMPUTE WS-LT-DISPUTE-HASH =
                       WS-LT-DISPUTE-HASH + SL-RECEIPT-NO * 3
               WHEN 'L'
                   COMPUTE WS-LT-DISPUTE-HASH =
                       WS-LT-DISPUTE-HASH + SL-RECEIPT-NO * 4
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- A MANAGER-OVERRIDE SALE IS CALLED OUT ON ITS OWN LINE SO
      *     IT CAN BE SPOTTED AND TRACED BACK DURING THE MONTH-END
      * --- A SALE UNDER EITHER HALF OF A SPLIT PAIR IS DIVIDED AT
      *     THE STATED PERCENTAGE; EVERYONE ELSE POSTS WHOLE ----------
       APPLY-SPLIT-AND-POST.
           CALL 'CARDFEE' USING CARD-FEE-PARAMS SALES-LEDGER-RECORD
           PERFORM LOOK-UP-SPLIT-PAIR
           IF SPLIT-FOUND
               COMPUTE WS-SHARE-A ROUNDED =
                   SL-COMMISSION * WS-SPL-PCT-A(SPL-IDX) / 100
               COMPUTE WS-SHARE-B = SL-COMMISSION - WS-SHARE-A
               COMPUTE WS-CARD-FEE-A ROUNDED =
                   CF-FEE-AMOUNT * WS-SPL-PCT-A(SPL-IDX) / 100
               COMPUTE WS-CARD-FEE-B = CF-FEE-AMOUNT - WS-CARD-FEE-A
               MOVE WS-SPL-TENANT-A(SPL-IDX) TO WS-POST-TENANT-ID
               MOVE WS-SHARE-A TO WS-POST-COMMISSION
               MOVE WS-CARD-FEE-A TO WS-POST-CARD-FEE
               PERFORM POST-COMMISSION-ENTRY
               MOVE WS-SPL-TENANT-B(SPL-IDX) TO WS-POST-TENANT-ID
               MOVE WS-SHARE-B TO WS-POST-COMMISSION
               MOVE WS-CARD-FEE-B TO WS-POST-CARD-FEE
               PERFORM POST-COMMISSION-ENTRY
           ELSE
               MOVE SL-TENANT-ID  TO WS-POST-TENANT-ID
               MOVE SL-COMMISSION TO WS-POST-COMMISSION
               MOVE CF-FEE-AMOUNT TO WS-POST-CARD-FEE
               PERFORM POST-COMMISSION-ENTRY
           END-IF
           .
           .
      *-----------------------------------------------------------------
       POST-COMMISSION-ENTRY.
           PERFORM CHECK-ALREADY-SETTLED
           IF ROW-ALREADY-SETTLED
               ADD 1 TO WS-SETTLED-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           SET ENTRY-NOT-FOUND TO TRUE
           SET PAY-IDX TO 1
           PERFORM SCAN-PAYOUT-TABLE
               IF SL-IS-RETURN
                   SUBTRACT WS-POST-COMMISSION FROM
                       WS-PAY-COMMISSION(PAY-IDX)
                   SUBTRACT WS-POST-CARD-FEE FROM
                       WS-PAY-CARD-FEE(PAY-IDX)
               ELSE
                   ADD WS-POST-COMMISSION TO WS-PAY-COMMISSION(PAY-IDX)
                   ADD WS-POST-CARD-FEE TO WS-PAY-CARD-FEE(PAY-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-PAYOUT-COUNT
                   TO WS-PAY-TENANT-ID(WS-PAYOUT-COUNT)
               MOVE ZEROS TO WS-PAY-RENT-OFFSET(WS-PAYOUT-COUNT)
               MOVE ZEROS TO WS-PAY-NET(WS-PAYOUT-COUNT)
               MOVE ZEROS TO WS-PAY-CARRIED-IN(WS-PAYOUT-COUNT)
               MOVE ZEROS TO WS-PAY-HELD(WS-PAYOUT-COUNT)
               MOVE ZEROS TO WS-PAY-DISPUTE-HOLD(WS-PAYOUT-COUNT)
               MOVE 'N'   TO WS-PAY-IN-FULL-SW(WS-PAYOUT-COUNT)
               IF SL-IS-RETURN
                   MOVE ZEROS TO WS-PAY-COMMISSION(WS-PAYOUT-COUNT)
                   MOVE ZEROS TO WS-PAY-CARD-FEE(WS-PAYOUT-COUNT)
               ELSE
                   MOVE WS-POST-COMMISSION TO
                       WS-PAY-COMMISSION(WS-PAYOUT-COUNT)
                   MOVE WS-POST-CARD-FEE TO
                       WS-PAY-CARD-FEE(WS-PAYOUT-COUNT)
               END-IF
           END-IF
           .
      * --- THE PAYEE'S FINALSET ROW, IF ANY, IS READ ONCE PER RUN OF
      *     ROWS FOR THE SAME PAYEE; A ROW AT OR BEFORE ITS CUTOFF WAS
      *     PAID ON THE SETTLEMENT CHECK -------------------------------
       CHECK-ALREADY-SETTLED.
           SET ROW-NOT-SETTLED TO TRUE
           IF NOT FINAL-SETTLEMENTS-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-TENANT-ID NOT = WS-FS-LAST-TENANT
               MOVE WS-POST-TENANT-ID TO WS-FS-LAST-TENANT
               MOVE WS-POST-TENANT-ID TO FS-TENANT-ID
               READ FINAL-SETTLEMENT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-FS-STATUS = '00'
               IF SL-DATE-OF-SALE < FS-CUTOFF-DATE
                   SET ROW-ALREADY-SETTLED TO TRUE
               END-IF
               IF SL-DATE-OF-SALE = FS-CUTOFF-DATE
                       AND (SL-TIME-OF-SALE NOT NUMERIC
                            OR SL-TIME-OF-SALE NOT > FS-CUTOFF-TIME)
                   SET ROW-ALREADY-SETTLED TO TRUE
               END-IF
           END-IF
           .
               SET PAY-IDX UP BY 1
           END-IF
           .
      *-----------------------------------------------------------------
      * --- CHARGEBACK HOLDS RIDE ON THE ROW, NOT THE SALE MONTH: EVERY
      *     ROW CHGBACK HAS MARKED IS HELD OR RELEASED ON THIS RUN,
      *     WHATEVER MONTH IT SOLD IN, AND ONCE A COMMIT HAS PAID ITS
      *     FLAG IS MOVED ON SO THE NEXT RUN DOES NOT DO IT AGAIN.  THE
      *     HOLD IS THE COMMISSION LESS THE CARD-FEE SHARE ALREADY
      *     TAKEN ON IT, SPLIT LIKE THE SALE ---------------------------
       APPLY-DISPUTE-HOLDS.
           SET WS-DH-EOF-SW TO 0
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISPUTE-SCAN-ROW
           PERFORM APPLY-ONE-DISPUTE-HOLD UNTIL END-OF-DISPUTE-SCAN
           CLOSE SALES-LEDGER
           .
       READ-DISPUTE-SCAN-ROW.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-READ
           .
       APPLY-ONE-DISPUTE-HOLD.
           IF SL-IS-VOIDED
                   OR NOT (SL-DISPUTE-HOLD-DUE
                           OR SL-DISPUTE-RELEASE-DUE)
                   OR SL-COMMISSION NOT NUMERIC
               PERFORM READ-DISPUTE-SCAN-ROW
               EXIT PARAGRAPH
           END-IF
           IF SL-TENANT-ID NOT = ZEROS
               CALL 'CARDFEE' USING CARD-FEE-PARAMS SALES-LEDGER-RECORD
               COMPUTE WS-HOLD-AMOUNT = SL-COMMISSION - CF-FEE-AMOUNT
               IF NOT SL-DISPUTE-HOLD-DUE
                   COMPUTE WS-HOLD-AMOUNT = 0 - WS-HOLD-AMOUNT
               END-IF
               PERFORM POST-DISPUTE-HOLD-SPLIT
           END-IF
           PERFORM READ-DISPUTE-SCAN-ROW
           .
      * --- COMMIT ONLY: THE SAME ROWS THE HOLDS WERE TAKEN FROM HAVE
      *     THEIR FLAGS MOVED ON ---------------------------------------
       MARK-DISPUTE-HOLDS-TAKEN.
           SET WS-DH-EOF-SW TO 0
           OPEN I-O SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISPUTE-SCAN-ROW
           PERFORM MARK-ONE-DISPUTE-HOLD UNTIL END-OF-DISPUTE-SCAN
           CLOSE SALES-LEDGER
           .
       MARK-ONE-DISPUTE-HOLD.
           IF SL-IS-VOIDED
                   OR NOT (SL-DISPUTE-HOLD-DUE
                           OR SL-DISPUTE-RELEASE-DUE)
                   OR SL-COMMISSION NOT NUMERIC
               PERFORM READ-DISPUTE-SCAN-ROW
               EXIT PARAGRAPH
           END-IF
           EVALUATE SL-REFUNDED-FLAG
               WHEN 'D'
                   MOVE 'H' TO SL-REFUNDED-FLAG
               WHEN 'W'
                   MOVE 'N' TO SL-REFUNDED-FLAG
               WHEN 'L'
                   MOVE 'Y' TO SL-REFUNDED-FLAG
           END-EVALUATE
           REWRITE SALES-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE DISPUTE HOLD ON RECEIPT '
                           SL-RECEIPT-NO ' LINE ' SL-LINE-NO
           END-REWRITE
           PERFORM READ-DISPUTE-SCAN-ROW
           .
       POST-DISPUTE-HOLD-SPLIT.
           PERFORM LOOK-UP-SPLIT-PAIR
           IF SPLIT-FOUND
               COMPUTE WS-SHARE-A ROUNDED =
                   WS-HOLD-AMOUNT * WS-SPL-PCT-A(SPL-IDX) / 100
               COMPUTE WS-SHARE-B = WS-HOLD-AMOUNT - WS-SHARE-A
               MOVE WS-SPL-TENANT-A(SPL-IDX) TO WS-POST-TENANT-ID
               MOVE WS-SHARE-A TO WS-POST-DISPUTE-HOLD
               PERFORM POST-DISPUTE-HOLD-ENTRY
               MOVE WS-SPL-TENANT-B(SPL-IDX) TO WS-POST-TENANT-ID
               MOVE WS-SHARE-B TO WS-POST-DISPUTE-HOLD
               PERFORM POST-DISPUTE-HOLD-ENTRY
           ELSE
               MOVE SL-TENANT-ID   TO WS-POST-TENANT-ID
               MOVE WS-HOLD-AMOUNT TO WS-POST-DISPUTE-HOLD
               PERFORM POST-DISPUTE-HOLD-ENTRY
           END-IF
           .
       POST-DISPUTE-HOLD-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           SET PAY-IDX TO 1
           PERFORM SCAN-PAYOUT-TABLE
               UNTIL PAY-IDX > WS-PAYOUT-COUNT OR ENTRY-FOUND
           IF ENTRY-NOT-FOUND AND WS-PAYOUT-COUNT < 500
               ADD 1 TO WS-PAYOUT-COUNT
               SET PAY-IDX TO WS-PAYOUT-COUNT
               MOVE WS-POST-TENANT-ID TO WS-PAY-TENANT-ID(PAY-IDX)
               MOVE ZEROS TO WS-PAY-COMMISSION(PAY-IDX)
               MOVE ZEROS TO WS-PAY-CARD-FEE(PAY-IDX)
               MOVE ZEROS TO WS-PAY-DISPUTE-HOLD(PAY-IDX)
               MOVE ZEROS TO WS-PAY-RENT-OFFSET(PAY-IDX)
               MOVE ZEROS TO WS-PAY-NET(PAY-IDX)
               MOVE ZEROS TO WS-PAY-CARRIED-IN(PAY-IDX)
               MOVE ZEROS TO WS-PAY-HELD(PAY-IDX)
               MOVE 'N'   TO WS-PAY-IN-FULL-SW(PAY-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF
           IF ENTRY-FOUND
               ADD WS-POST-DISPUTE-HOLD TO WS-PAY-DISPUTE-HOLD(PAY-IDX)
           END-IF
           .
      *-----------------------------------------------------------------
       LOAD-SPLIT-TABLE.
           OPEN INPUT PROCEEDS-SPLIT-TABLE
                   SPACE WS-PAY-RENT-OFFSET(PAY-IDX)
                   SPACE WS-PAY-NET(PAY-IDX)
           PERFORM SHOW-SPLIT-MATH
           IF WS-PAY-CARRIED-IN(PAY-IDX) NOT = ZEROS
               DISPLAY '        (INCLUDES CARRIED BALANCE '
                       WS-PAY-CARRIED-IN(PAY-IDX) ')'
           END-IF
           IF WS-PAY-IS-OWNER-HELD(PAY-IDX)
               DISPLAY '        (ON HOLD: '
                       FUNCTION TRIM(WS-PAY-HOLD-REASON(PAY-IDX)) ')'
           END-IF
           IF WS-PAY-HELD(PAY-IDX) > ZEROS
               IF WS-PAY-IS-OWNER-HELD(PAY-IDX)
                   DISPLAY '        (PAYOUT HELD -- '
                           WS-PAY-HELD(PAY-IDX) ' CARRIED TO NEXT RUN)'
                   ADD WS-PAY-HELD(PAY-IDX) TO WS-TOTAL-OWNER-HELD
                   ADD 1 TO WS-OWNER-HELD-COUNT
               ELSE
                   DISPLAY '        (UNDER MINIMUM CHECK -- HELD '
                           WS-PAY-HELD(PAY-IDX) ' FOR NEXT RUN)'
                   ADD WS-PAY-HELD(PAY-IDX) TO WS-TOTAL-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF
           IF WS-PAY-IS-IN-FULL(PAY-IDX)
               DISPLAY '        (MOVED OUT -- PAID IN FULL)'
           END-IF
           IF WS-PAY-DISPUTE-HOLD(PAY-IDX) > ZEROS
               DISPLAY '        (LESS CHARGEBACK HOLD '
                       WS-PAY-DISPUTE-HOLD(PAY-IDX) ')'
           END-IF
           IF WS-PAY-DISPUTE-HOLD(PAY-IDX) < ZEROS
               DISPLAY '        (CHARGEBACK HOLD RELEASED '
                       WS-PAY-DISPUTE-HOLD(PAY-IDX) ')'
           END-IF
           IF WS-PAY-DISPUTE-HOLD(PAY-IDX) NOT = ZEROS
               ADD WS-PAY-DISPUTE-HOLD(PAY-IDX)
                   TO WS-TOTAL-DISPUTE-HOLD
               ADD 1 TO WS-DISPUTE-HOLD-COUNT
           END-IF
           IF WS-PAY-HELD(PAY-IDX) < ZEROS
               DISPLAY '        (CHARGEBACK HOLD OVER THE CHECK -- '
                       WS-PAY-HELD(PAY-IDX) ' CARRIED TO NEXT RUN)'
           END-IF
           IF WS-PAY-CARD-FEE(PAY-IDX) NOT = ZEROS
               DISPLAY '        (LESS CARD PROCESSING FEE SHARE '
                       WS-PAY-CARD-FEE(PAY-IDX) ')'
               ADD WS-PAY-CARD-FEE(PAY-IDX) TO WS-TOTAL-CARD-FEE
               ADD 1 TO WS-CARD-FEE-COUNT
           END-IF
           IF WS-PAY-BACKUP-WH(PAY-IDX) > ZEROS
               DISPLAY '        (BACKUP WITHHOLDING -- NO W-9: '
                       WS-PAY-BACKUP-WH(PAY-IDX) ')'
               ADD WS-PAY-BACKUP-WH(PAY-IDX) TO WS-TOTAL-BACKUP-WH
               ADD 1 TO WS-BACKUP-WH-COUNT
           END-IF
           ADD WS-PAY-NET(PAY-IDX) TO WS-TOTAL-PAYOUT
           .
      * --- THE REMITTANCE LINE SHOWS THE SPLIT MATH SO A SHORT CHECK
      *     DEDUCTION IS POSTED AS A REAL RENT RECEIPT (RENT LEDGER
      *     ROW AND MASTER UPDATE, SAME AS RENTPAY) SO DTR002/DTR005
      *     SEE THE TENANT CAUGHT UP, AND THE OFFSET PRINTS ON THE
      *     PAYOUT REPORT SO THE SHORT CHECK EXPLAINS ITSELF.  THE
      *     CARD-FEE SHARE AND ANY CHARGEBACK HOLD ARE ALREADY OFF, SO
      *     THE OFFSET IS CAPPED AT WHAT IS LEFT AFTER THEM.  THE
      *     AMOUNT IS FIGURED ON EVERY RUN; ONLY A COMMIT POSTS IT -----
       APPLY-RENT-OFFSET.
           MOVE ZEROS TO WS-PAY-ACCT-OFFSET(PAY-IDX)
           COMPUTE WS-PAY-NET(PAY-IDX) =
               WS-PAY-COMMISSION(PAY-IDX) - WS-PAY-CARD-FEE(PAY-IDX)
               - WS-PAY-DISPUTE-HOLD(PAY-IDX)
           IF WS-PAY-NET(PAY-IDX) > ZEROS
               MOVE WS-PAY-TENANT-ID(PAY-IDX) TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                   MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
                   PERFORM CALC-RENT-OWED
                   IF WS-RENT-OWED > ZEROS
                       PERFORM TAKE-RENT-OFFSET
                   END-IF
               END-IF
           END-IF
           .
       TAKE-RENT-OFFSET.
           IF WS-RENT-OWED > WS-PAY-NET(PAY-IDX)
               MOVE WS-PAY-NET(PAY-IDX) TO WS-OFFSET-AMOUNT
           ELSE
               MOVE WS-RENT-OWED TO WS-OFFSET-AMOUNT
           END-IF
           MOVE WS-OFFSET-AMOUNT TO WS-PAY-RENT-OFFSET(PAY-IDX)
           SUBTRACT WS-OFFSET-AMOUNT FROM WS-PAY-NET(PAY-IDX)
           .
       CALC-RENT-OWED.
           MOVE TM-LATE-FEE-BALANCE TO WS-RENT-OWED
           MOVE TM-NEXT-RENT-DUE-ON TO WS-DUE-DATE
               ADD TM-RENT-AMOUNT TO WS-RENT-OWED
           END-IF
           .
      * --- COMMIT ONLY: THE PROVED OFFSET BECOMES A RENT RECEIPT ------
       POST-RENT-OFFSET.
           IF WS-PAY-RENT-OFFSET(PAY-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-TENANT-ID(PAY-IDX) TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
           MOVE WS-PAY-RENT-OFFSET(PAY-IDX) TO WS-OFFSET-AMOUNT
           PERFORM POST-OFFSET-AS-RENT-RECEIPT
           .
       POST-OFFSET-AS-RENT-RECEIPT.
           IF WS-OFFSET-AMOUNT >= TM-LATE-FEE-BALANCE
               MOVE TM-LATE-FEE-BALANCE TO WS-FEE-PORTION
           ELSE
                   MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                   CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
           END-REWRITE
           PERFORM GET-NEXT-RENT-RECEIPT-NO
           MOVE WS-RENT-RECEIPT-NO  TO RL-RECEIPT-NO
           MOVE DF-MMDDYYYY         TO RL-DATE-PAID
           MOVE WS-RENT-PORTION     TO RL-AMOUNT-PAID
           MOVE WS-FEE-PORTION      TO RL-LATE-FEE-PAID
           MOVE 'PAY'               TO RL-OPERATOR-ID
           MOVE TM-STORE-ID         TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
      * --- "TAKE IT OUT OF MY CHECK": WHAT THE CONSIGNOR CHARGED ON
      *     THEIR HOUSE ACCOUNT COMES OFF WHATEVER PAYOUT IS LEFT
      *     AFTER THE RENT OFFSET, POSTED AS AN A/R PAYMENT SO THE
      *     SUBLEDGER AND THE CHECK AGREE.  AS WITH RENT, ONLY A
      *     COMMIT POSTS IT --------------------------------------------
       APPLY-ACCOUNT-OFFSET.
           IF WS-PAY-NET(PAY-IDX) > ZEROS
               PERFORM SUM-OPEN-ACCT-CHARGES
                   MOVE WS-ACCT-OFFSET
                       TO WS-PAY-ACCT-OFFSET(PAY-IDX)
                   SUBTRACT WS-ACCT-OFFSET FROM WS-PAY-NET(PAY-IDX)
               END-IF
           END-IF
           .
       POST-ACCOUNT-OFFSET.
           IF WS-PAY-ACCT-OFFSET(PAY-IDX) > ZEROS
               MOVE WS-PAY-TENANT-ID(PAY-IDX) TO AP-TENANT-ID
               MOVE 'P'              TO AP-TYPE
               MOVE 'ACCT OFFSET'    TO AP-DESCRIPTION
               MOVE WS-PAY-ACCT-OFFSET(PAY-IDX) TO AP-AMOUNT
               CALL 'ARPOST' USING AR-POST-PARAMS
           END-IF
           .
      * --- OPEN HOUSE-ACCOUNT POSITION: REGISTER CHARGES LESS THE
      *     OFFSETS ALREADY TAKEN OUT OF EARLIER CHECKS ----------------
       SUM-OPEN-ACCT-CHARGES.
           DISPLAY ' '
           DISPLAY 'TOTAL NET PAYOUT (AFTER RENT OFFSETS): '
                   WS-TOTAL-PAYOUT
           IF WS-HELD-COUNT > ZEROS
               DISPLAY 'HELD UNDER ' WS-MIN-CHECK-AMOUNT
                       ' MINIMUM CHECK: ' WS-TOTAL-HELD
                       ' (' WS-HELD-COUNT ' CONSIGNORS)'
           END-IF
           IF WS-OWNER-HELD-COUNT > ZEROS
               DISPLAY 'HELD ON PAYHOLD BY THE OWNER: '
                       WS-TOTAL-OWNER-HELD
                       ' (' WS-OWNER-HELD-COUNT ' CONSIGNORS)'
           END-IF
           IF WS-CARD-FEE-COUNT > ZEROS
               DISPLAY 'CARD PROCESSING FEE RECOVERED AT ' CF-FEE-PCT
                       '%: ' WS-TOTAL-CARD-FEE
                       ' (' WS-CARD-FEE-COUNT ' CONSIGNORS)'
           END-IF
           IF WS-DISPUTE-HOLD-COUNT > ZEROS
               DISPLAY 'NET CHARGEBACK HOLDS (RELEASES NEGATIVE): '
                       WS-TOTAL-DISPUTE-HOLD
                       ' (' WS-DISPUTE-HOLD-COUNT ' CONSIGNORS)'
           END-IF
           IF WS-BACKUP-WH-COUNT > ZEROS
               DISPLAY 'BACKUP WITHHOLDING AT ' WS-BACKUP-WH-PCT
                       '% (NO W-9): ' WS-TOTAL-BACKUP-WH
                       ' (' WS-BACKUP-WH-COUNT ' CONSIGNORS)'
           END-IF
           IF WS-OVERRIDE-COUNT > ZEROS
               DISPLAY 'MANAGER-OVERRIDE SALES THIS RUN: '
                       WS-OVERRIDE-COUNT
           END-IF
           IF WS-SETTLED-SKIP-COUNT > ZEROS
               DISPLAY 'SALE SHARES ALREADY PAID BY FINAL SETTLEMENT: '
                       WS-SETTLED-SKIP-COUNT
           END-IF
           IF RUN-IS-PROOF
               DISPLAY '*** PROOF ONLY -- NOTHING IS PAID OR POSTED.  '
                       'HOLD/RELEASE AS NEEDED, THEN CMSPAY COMMIT ***'
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE MINIMUM CHECK, BACKUP-WITHHOLDING RATE, AND 1099
      *     THRESHOLD COME OFF THE PAYPOLCY CONTROL ROW; A MISSING OR
      *     GARBLED FIELD LEAVES ITS DEFAULT ($25.00, 24%, $600.00).
      *     THE CARD-FEE RATE ON THE SAME ROW IS READ BY CARDFEE -------
       LOAD-PAYOUT-POLICY.
           OPEN INPUT PAYOUT-POLICY
           IF WS-PY-STATUS = '35'
               PERFORM SEED-PAYOUT-POLICY
               OPEN INPUT PAYOUT-POLICY
           END-IF
           READ PAYOUT-POLICY NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-POLICY TO TRUE
           END-READ
           IF NOT END-OF-PAYOUT-POLICY
               IF PY-MIN-CHECK-AMOUNT IS NUMERIC
                   MOVE PY-MIN-CHECK-AMOUNT TO WS-MIN-CHECK-AMOUNT
               END-IF
               IF PY-BACKUP-WH-PCT IS NUMERIC
                   MOVE PY-BACKUP-WH-PCT TO WS-BACKUP-WH-PCT
               END-IF
               IF PY-1099-THRESHOLD IS NUMERIC
                   MOVE PY-1099-THRESHOLD TO WS-1099-THRESHOLD
               END-IF
           END-IF
           CLOSE PAYOUT-POLICY
           .
      * --- FIRST RUN ON A NEW SYSTEM: SEED THE AGREED POLICY.  AFTER
      *     THIS THE FILE IS THE SOURCE OF TRUTH, EDITED LIKE
      *     RETPOLCY WITHOUT A RECOMPILE -------------------------------
       SEED-PAYOUT-POLICY.
           OPEN OUTPUT PAYOUT-POLICY
           MOVE 25.00  TO PY-MIN-CHECK-AMOUNT
           MOVE 24.00  TO PY-BACKUP-WH-PCT
           MOVE 600.00 TO PY-1099-THRESHOLD
           MOVE 3.00   TO PY-CARD-FEE-PCT
           WRITE PAYOUT-POLICY-RECORD
           CLOSE PAYOUT-POLICY
           .
      *-----------------------------------------------------------------
      * --- EVERY CONSIGNOR WITH A BALANCE HELD FROM AN EARLIER RUN,
      *     OR MARKED PAY-IN-FULL BY DTR003, GETS A PAYOUT ENTRY EVEN
      *     WITH NO SALES THIS MONTH, SO THE CARRIED MONEY IS NEVER
      *     STRANDED ---------------------------------------------------
       MERGE-CARRIED-BALANCES.
           SET WS-CB-EOF-SW TO 0
           OPEN INPUT CONSIGNOR-PAYABLE
           IF WS-CB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CONSIGNOR-PAYABLE
           PERFORM MERGE-ONE-CARRIED-BALANCE
               UNTIL END-OF-CONSIGNOR-PAYABLE
           CLOSE CONSIGNOR-PAYABLE
           .
       READ-CONSIGNOR-PAYABLE.
           READ CONSIGNOR-PAYABLE NEXT RECORD
               AT END
                   SET END-OF-CONSIGNOR-PAYABLE TO TRUE
           END-READ
           .
       MERGE-ONE-CARRIED-BALANCE.
           IF CB-HELD-BALANCE NOT = ZEROS OR CB-IS-PAY-IN-FULL
               MOVE CB-TENANT-ID TO WS-POST-TENANT-ID
               SET ENTRY-NOT-FOUND TO TRUE
               SET PAY-IDX TO 1
               PERFORM SCAN-PAYOUT-TABLE
                   UNTIL PAY-IDX > WS-PAYOUT-COUNT OR ENTRY-FOUND
               IF ENTRY-NOT-FOUND AND WS-PAYOUT-COUNT < 500
                   ADD 1 TO WS-PAYOUT-COUNT
                   SET PAY-IDX TO WS-PAYOUT-COUNT
                   MOVE CB-TENANT-ID TO WS-PAY-TENANT-ID(PAY-IDX)
                   MOVE ZEROS TO WS-PAY-COMMISSION(PAY-IDX)
                   MOVE ZEROS TO WS-PAY-CARD-FEE(PAY-IDX)
                   MOVE ZEROS TO WS-PAY-DISPUTE-HOLD(PAY-IDX)
                   MOVE ZEROS TO WS-PAY-RENT-OFFSET(PAY-IDX)
                   MOVE ZEROS TO WS-PAY-NET(PAY-IDX)
                   MOVE ZEROS TO WS-PAY-HELD(PAY-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
               IF ENTRY-FOUND
                   MOVE CB-HELD-BALANCE
                       TO WS-PAY-CARRIED-IN(PAY-IDX)
                   MOVE CB-PAY-IN-FULL-FLAG
                       TO WS-PAY-IN-FULL-SW(PAY-IDX)
               END-IF
           END-IF
           PERFORM READ-CONSIGNOR-PAYABLE
           .
      * --- THE CARRIED BALANCE JOINS THE NET AFTER THE RENT AND
      *     HOUSE-ACCOUNT OFFSETS; WHATEVER IS STILL UNDER THE MINIMUM
      *     IS HELD RATHER THAN PAID, UNLESS THE CONSIGNOR HAS MOVED
      *     OUT --------------------------------------------------------
       APPLY-CARRY-AND-MINIMUM.
           ADD WS-PAY-CARRIED-IN(PAY-IDX) TO WS-PAY-NET(PAY-IDX)
           MOVE ZEROS TO WS-PAY-HELD(PAY-IDX)
           IF WS-PAY-NET(PAY-IDX) > ZEROS
                   AND WS-PAY-NET(PAY-IDX) < WS-MIN-CHECK-AMOUNT
                   AND NOT WS-PAY-IS-IN-FULL(PAY-IDX)
               MOVE WS-PAY-NET(PAY-IDX) TO WS-PAY-HELD(PAY-IDX)
               MOVE ZEROS TO WS-PAY-NET(PAY-IDX)
           END-IF
      * --- A CHARGEBACK HOLD BIGGER THAN THE CHECK IS NOT FORGIVEN:
      *     THE SHORTFALL, UP TO THE HOLD PLUS ANY SHORTFALL ALREADY
      *     CARRIED IN, IS CARRIED ON CONSPAY AS A NEGATIVE BALANCE
      *     AGAINST THE NEXT RUN ---------------------------------------
           IF WS-PAY-NET(PAY-IDX) < ZEROS
                   AND (WS-PAY-DISPUTE-HOLD(PAY-IDX) > ZEROS
                        OR WS-PAY-CARRIED-IN(PAY-IDX) < ZEROS)
                   AND NOT WS-PAY-IS-IN-FULL(PAY-IDX)
               IF WS-PAY-NET(PAY-IDX) + WS-PAY-DISPUTE-HOLD(PAY-IDX)
                       - WS-PAY-CARRIED-IN(PAY-IDX) < ZEROS
                   COMPUTE WS-PAY-HELD(PAY-IDX) =
                       0 - (WS-PAY-DISPUTE-HOLD(PAY-IDX)
                            - WS-PAY-CARRIED-IN(PAY-IDX))
               ELSE
                   MOVE WS-PAY-NET(PAY-IDX) TO WS-PAY-HELD(PAY-IDX)
               END-IF
               SUBTRACT WS-PAY-HELD(PAY-IDX) FROM WS-PAY-NET(PAY-IDX)
           END-IF
           .
      * --- THE CONSPAY ROW FOLLOWS THE RUN: A HELD NET BECOMES THE
      *     NEW CARRIED BALANCE; A PAID CONSIGNOR'S ROW IS CLEARED,
      *     AND A MOVED-OUT CONSIGNOR'S ROW IS REMOVED ONCE PAID -------
       UPDATE-PAYABLE-BALANCE.
           MOVE WS-PAY-TENANT-ID(PAY-IDX) TO CB-TENANT-ID
           READ CONSIGNOR-PAYABLE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CB-STATUS = '00'
               IF WS-PAY-IS-IN-FULL(PAY-IDX)
                       AND WS-PAY-HELD(PAY-IDX) = ZEROS
                   DELETE CONSIGNOR-PAYABLE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PAY-HELD(PAY-IDX) NOT = ZEROS
                       AND CB-HELD-BALANCE = ZEROS
                   MOVE WS-TARGET-YYMM TO CB-HELD-SINCE-YYMM
               END-IF
               MOVE WS-PAY-HELD(PAY-IDX) TO CB-HELD-BALANCE
               IF WS-PAY-HELD(PAY-IDX) = ZEROS
                   MOVE ZEROS TO CB-HELD-SINCE-YYMM
               END-IF
               MOVE DF-MMDDYYYY TO CB-LAST-RUN-DATE
               REWRITE CONSIGNOR-PAYABLE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE PAYABLE FOR TENANT '
                               CB-TENANT-ID
               END-REWRITE
           ELSE
               IF WS-PAY-HELD(PAY-IDX) NOT = ZEROS
                   MOVE WS-PAY-TENANT-ID(PAY-IDX) TO CB-TENANT-ID
                   MOVE WS-PAY-HELD(PAY-IDX) TO CB-HELD-BALANCE
                   MOVE WS-TARGET-YYMM       TO CB-HELD-SINCE-YYMM
                   MOVE DF-MMDDYYYY          TO CB-LAST-RUN-DATE
                   MOVE 'N'                  TO CB-PAY-IN-FULL-FLAG
                   MOVE ZEROS                TO CB-MOVEOUT-DATE
                   WRITE CONSIGNOR-PAYABLE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO HOLD PAYABLE FOR TENANT '
                                   CB-TENANT-ID
                   END-WRITE
               END-IF
           END-IF
           .
      * --- THE LAST TENANTHS ROW FOR THE CONSIGNOR CARRIES THE NAME
      *     AND ADDRESS THE FINAL CHECK GOES TO; IT IS LAID INTO THE
      *     MASTER RECORD AREA FOR THE CHECK PRINT ONLY -- NOTHING IS
      *     WRITTEN BACK -----------------------------------------------
       LOAD-PAYEE-FROM-HISTORY.
           SET HISTORY-PAYEE-NOT-FOUND TO TRUE
           SET WS-TH-EOF-SW TO 0
           OPEN INPUT TENANT-HISTORY
           IF WS-TH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-HISTORY
           PERFORM TAKE-ONE-HISTORY-PAYEE UNTIL END-OF-TENANT-HISTORY
           CLOSE TENANT-HISTORY
           .
       READ-TENANT-HISTORY.
           READ TENANT-HISTORY NEXT RECORD
               AT END
                   SET END-OF-TENANT-HISTORY TO TRUE
           END-READ
           .
       TAKE-ONE-HISTORY-PAYEE.
           IF TH-TENANT-ID = WS-PAY-TENANT-ID(PAY-IDX)
               INITIALIZE TENANT-MASTER-RECORD
               MOVE TH-TENANT-ID      TO TM-TENANT-ID
               MOVE TH-LAST-NAME      TO TM-LAST-NAME
               MOVE TH-FIRST          TO TM-FIRST
               MOVE TH-ADDRESS-LINE-1 TO TM-ADDRESS-LINE-1
               MOVE TH-ADDRESS-LINE-2 TO TM-ADDRESS-LINE-2
               MOVE TH-CITY           TO TM-CITY
               MOVE TH-STATE-COUNTRY  TO TM-STATE-COUNTRY
               MOVE TH-POSTAL-CODE    TO TM-POSTAL-CODE
               SET HISTORY-PAYEE-FOUND TO TRUE
           END-IF
           PERFORM READ-TENANT-HISTORY
           .
      *-----------------------------------------------------------------
      * --- NO TAXIDS FILE YET MEANS NO W-9 IS ON FILE FOR ANYONE ------
       OPEN-TAXPAYER-IDS.
           SET WS-TI-OPEN-SW TO 0
           OPEN INPUT TAXPAYER-ID-FILE
           IF WS-TI-STATUS = '00'
               SET TAXPAYER-IDS-OPEN TO TRUE
           END-IF
           IF WS-TARGET-YYMM NOT = ZEROS
               MOVE WS-TARGET-YYMM(1:2) TO WS-YTD-YY
           ELSE
               COMPUTE WS-YTD-YY = FUNCTION MOD(DF-YEAR, 100)
           END-IF
           .
      * --- BACKUP WITHHOLDING COMES OFF THE NET ACTUALLY BEING PAID,
      *     AFTER THE OFFSETS AND THE MINIMUM-CHECK HOLD, ONCE THE
      *     CONSIGNOR'S REPORTABLE PAY FOR THE YEAR -- EARLIER
      *     REGISTER ROWS PLUS THIS CHECK -- REACHES THE 1099
      *     THRESHOLD WITH NO W-9 ON FILE ------------------------------
       APPLY-BACKUP-WITHHOLDING.
           MOVE ZEROS TO WS-PAY-BACKUP-WH(PAY-IDX)
           IF WS-PAY-NET(PAY-IDX) NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-W9-ON-FILE
           IF W9-ON-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-YTD-REPORTABLE
           IF WS-YTD-REPORTABLE + WS-PAY-NET(PAY-IDX)
                   >= WS-1099-THRESHOLD
               COMPUTE WS-PAY-BACKUP-WH(PAY-IDX) ROUNDED =
                   WS-PAY-NET(PAY-IDX) * WS-BACKUP-WH-PCT / 100
               SUBTRACT WS-PAY-BACKUP-WH(PAY-IDX)
                   FROM WS-PAY-NET(PAY-IDX)
           END-IF
           .
       CHECK-W9-ON-FILE.
           SET W9-NOT-ON-FILE TO TRUE
           IF TAXPAYER-IDS-OPEN
               MOVE WS-PAY-TENANT-ID(PAY-IDX) TO TI-TENANT-ID
               READ TAXPAYER-ID-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TI-STATUS = '00'
                       AND TI-W9-DATE IS NUMERIC
                       AND TI-W9-DATE NOT = ZEROS
                       AND TI-TIN NOT = SPACES
                   SET W9-ON-FILE TO TRUE
               END-IF
           END-IF
           .
       SUM-YTD-REPORTABLE.
           MOVE ZEROS TO WS-YTD-REPORTABLE
           SET WS-PR-EOF-SW TO 0
           OPEN INPUT PAYOUT-REGISTER
           IF WS-PR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PAYOUT-REGISTER
           PERFORM SUM-ONE-REGISTER-ROW UNTIL END-OF-PAYOUT-REGISTER
           CLOSE PAYOUT-REGISTER
           .
       READ-PAYOUT-REGISTER.
           READ PAYOUT-REGISTER NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-REGISTER TO TRUE
           END-READ
           .
       SUM-ONE-REGISTER-ROW.
           IF PR-TENANT-ID = WS-PAY-TENANT-ID(PAY-IDX)
                   AND PR-PERIOD-YYMM(1:2) = WS-YTD-YY
               ADD PR-NET-PAID TO WS-YTD-REPORTABLE
               IF PR-BACKUP-WITHHELD IS NUMERIC
                   ADD PR-BACKUP-WITHHELD TO WS-YTD-REPORTABLE
               END-IF
           END-IF
           PERFORM READ-PAYOUT-REGISTER
           .
      *-----------------------------------------------------------------
      * --- THE PROOF: THE LEDGER CONTROL TOTALS AND EVERY CONSIGNOR'S
      *     FIGURES, AS THEY STAND BEFORE ANY OWNER HOLD, GO ON
      *     PAYPROOF FOR THE COMMIT TO CHECK ITSELF AGAINST ------------
       SAVE-PAYOUT-PROOF.
           OPEN OUTPUT PAYOUT-PROOF
           MOVE SPACES TO PAYOUT-PROOF-RECORD
           SET PF-IS-HEADER TO TRUE
           MOVE WS-TARGET-YYMM TO PF-PERIOD-YYMM
           MOVE DF-MMDDYYYY TO PF-PROOF-DATE
           MOVE WS-LEDGER-TOTALS TO PF-LEDGER-TOTALS
           MOVE WS-PAYOUT-COUNT TO PF-PAYOUT-COUNT
           WRITE PAYOUT-PROOF-RECORD
           PERFORM SAVE-ONE-PROVED-PAYEE
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           CLOSE PAYOUT-PROOF
           .
       SAVE-ONE-PROVED-PAYEE.
           MOVE SPACES TO PAYOUT-PROOF-RECORD
           SET PF-IS-DETAIL TO TRUE
           MOVE WS-TARGET-YYMM TO PF-PERIOD-YYMM
           MOVE DF-MMDDYYYY TO PF-PROOF-DATE
           MOVE WS-PAY-TENANT-ID(PAY-IDX) TO PF-TENANT-ID
           PERFORM GATHER-PROVED-FIGURES
           MOVE WS-PROVED-FIGURES TO PF-PROVED-FIGURES
           WRITE PAYOUT-PROOF-RECORD
           .
       GATHER-PROVED-FIGURES.
           MOVE WS-PAY-RENT-OFFSET(PAY-IDX) TO WS-PV-RENT-OFFSET
           MOVE WS-PAY-ACCT-OFFSET(PAY-IDX) TO WS-PV-ACCT-OFFSET
           MOVE WS-PAY-NET(PAY-IDX)         TO WS-PV-NET
           MOVE WS-PAY-HELD(PAY-IDX)        TO WS-PV-HELD
           .
      * --- A COMMIT NEEDS A PROOF ON FILE, AND PAYS THE PERIOD THAT
      *     WAS PROVED; A PERIOD GIVEN ON THE COMMIT MUST AGREE --------
       LOAD-PROOF-HEADER.
           SET PROOF-AGREES TO TRUE
           SET WS-PF-EOF-SW TO 0
           OPEN INPUT PAYOUT-PROOF
           IF WS-PF-STATUS NOT = '00'
               DISPLAY 'COMMIT REFUSED -- NO PROOF ON FILE.  '
                       'RUN CMSPAY PROOF FIRST'
               SET PROOF-DISAGREES TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PAYOUT-PROOF
           CLOSE PAYOUT-PROOF
           IF END-OF-PAYOUT-PROOF OR NOT PF-IS-HEADER
               DISPLAY 'COMMIT REFUSED -- NO PROOF ON FILE.  '
                       'RUN CMSPAY PROOF FIRST'
               SET PROOF-DISAGREES TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE PF-PERIOD-YYMM TO WS-PROOF-PERIOD
           IF WS-TARGET-YYMM NOT = ZEROS
                   AND WS-TARGET-YYMM NOT = WS-PROOF-PERIOD
               DISPLAY 'COMMIT REFUSED -- THE PROOF ON FILE IS FOR '
                       'PERIOD ' WS-PROOF-PERIOD ', NOT '
                       WS-TARGET-YYMM
               SET PROOF-DISAGREES TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROOF-PERIOD TO WS-TARGET-YYMM
           DISPLAY 'COMMITTING THE PROOF OF ' PF-PROOF-DATE
                   ' FOR PERIOD ' WS-PROOF-PERIOD
           .
       READ-PAYOUT-PROOF.
           READ PAYOUT-PROOF NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-PROOF TO TRUE
           END-READ
           .
      * --- THE RECOMPUTED RUN MUST MATCH THE PROOF EXACTLY: THE SAME
      *     LEDGER TOTALS, THE SAME CONSIGNORS, AND THE SAME FIGURES
      *     FOR EACH.  EVERY DIFFERENCE IS LISTED BEFORE REFUSING ------
       CHECK-RUN-AGAINST-PROOF.
           SET PROOF-AGREES TO TRUE
           SET WS-PF-EOF-SW TO 0
           MOVE ZEROS TO WS-PROOF-ROWS
           OPEN INPUT PAYOUT-PROOF
           IF WS-PF-STATUS NOT = '00'
               SET PROOF-DISAGREES TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PAYOUT-PROOF
           IF END-OF-PAYOUT-PROOF OR NOT PF-IS-HEADER
               SET PROOF-DISAGREES TO TRUE
               CLOSE PAYOUT-PROOF
               EXIT PARAGRAPH
           END-IF
           IF PF-LEDGER-TOTALS NOT = WS-LEDGER-TOTALS
               DISPLAY 'THE SALES LEDGER HAS CHANGED SINCE THE PROOF'
               DISPLAY '  ROWS PROVED ' PF-ROW-COUNT
                       '  ROWS NOW ' WS-LT-ROW-COUNT
               SET PROOF-DISAGREES TO TRUE
           END-IF
           IF PF-PAYOUT-COUNT NOT = WS-PAYOUT-COUNT
               DISPLAY 'THE PROOF LISTED ' PF-PAYOUT-COUNT
                       ' CONSIGNORS, THIS RUN HAS ' WS-PAYOUT-COUNT
               SET PROOF-DISAGREES TO TRUE
           END-IF
           PERFORM READ-PAYOUT-PROOF
           PERFORM CHECK-ONE-PROVED-PAYEE UNTIL END-OF-PAYOUT-PROOF
           CLOSE PAYOUT-PROOF
           .
       CHECK-ONE-PROVED-PAYEE.
           IF PF-IS-DETAIL
               ADD 1 TO WS-PROOF-ROWS
               MOVE PF-TENANT-ID TO WS-POST-TENANT-ID
               SET ENTRY-NOT-FOUND TO TRUE
               SET PAY-IDX TO 1
               PERFORM SCAN-PAYOUT-TABLE
                   UNTIL PAY-IDX > WS-PAYOUT-COUNT OR ENTRY-FOUND
               IF ENTRY-NOT-FOUND
                   DISPLAY 'TENANT ' PF-TENANT-ID
                           ' WAS PROVED BUT IS NOT IN THIS RUN'
                   SET PROOF-DISAGREES TO TRUE
               ELSE
                   PERFORM GATHER-PROVED-FIGURES
                   IF WS-PROVED-FIGURES NOT = PF-PROVED-FIGURES
                       DISPLAY 'TENANT ' PF-TENANT-ID
                               ' PROVED NET ' PF-NET
                               ' HELD ' PF-HELD
                               ', NOW NET ' WS-PV-NET
                               ' HELD ' WS-PV-HELD
                       SET PROOF-DISAGREES TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PAYOUT-PROOF
           .
      * --- ONCE PAID THE PROOF IS SPENT: A SECOND COMMIT FINDS NO
      *     PROOF AND REFUSES, SO NO MONTH IS PAID TWICE ---------------
       RETIRE-PAYOUT-PROOF.
           OPEN OUTPUT PAYOUT-PROOF
           CLOSE PAYOUT-PROOF
           .
      *-----------------------------------------------------------------
      * --- OWNER HOLDS: A CONSIGNOR ON PAYHOLD IS NOT PAID.  THE NET
      *     JOINS WHATEVER THE MINIMUM CHECK ALREADY HELD AND CARRIES
      *     ON CONSPAY LIKE ANY HELD BALANCE, AND THE REASON PRINTS ON
      *     THE PAYOUT LIST AND THE ADVICE UNTIL THE HOLD IS RELEASED.
      *     RENT AND HOUSE-ACCOUNT OFFSETS ARE STILL TAKEN -------------
       OPEN-PAYOUT-HOLDS.
           SET WS-PH-OPEN-SW TO 0
           OPEN INPUT PAYOUT-HOLD
           IF WS-PH-STATUS = '00'
               SET PAYOUT-HOLDS-OPEN TO TRUE
           END-IF
           .
       APPLY-OWNER-HOLD.
           MOVE 'N' TO WS-PAY-OWNER-HOLD-SW(PAY-IDX)
           MOVE SPACES TO WS-PAY-HOLD-REASON(PAY-IDX)
           IF NOT PAYOUT-HOLDS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-TENANT-ID(PAY-IDX) TO PH-TENANT-ID
           READ PAYOUT-HOLD
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PAY-OWNER-HOLD-SW(PAY-IDX)
           MOVE PH-REASON TO WS-PAY-HOLD-REASON(PAY-IDX)
           IF WS-PAY-NET(PAY-IDX) > ZEROS
               ADD WS-PAY-NET(PAY-IDX) TO WS-PAY-HELD(PAY-IDX)
               MOVE ZEROS TO WS-PAY-NET(PAY-IDX)
           END-IF
           .
      * --- THE PROOF'S ADVICES GO TO THEIR OWN SPOOL REPORT SO THEY
      *     ARE NEVER MISTAKEN FOR THE REAL REMITADV -------------------
       PRINT-PROOF-ADVICES.
           SET SP-OP-OPEN TO TRUE
           MOVE 'PROOFADV' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           PERFORM PRINT-ONE-PROOF-ADVICE
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYOUT-COUNT
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-PROOF-ADVICE.
           IF WS-PAY-NET(PAY-IDX) > ZEROS
                   OR WS-PAY-HELD(PAY-IDX) > ZEROS
               MOVE ZEROS TO WS-CHECK-NO
               PERFORM PRINT-REMITTANCE-ADVICE
           END-IF
           .
      *-----------------------------------------------------------------
      * --- "CMSPAY HOLD <TENANT>" / "CMSPAY RELEASE <TENANT>": UNDER A
      *     MANAGER PIN (AUTHCHK FUNCTION 'PAYHOLD '), WITH A REASON
      *     ASKED FOR AT THE CONSOLE.  BOTH ARE NOTED ON THE TENANT'S
      *     CONTACT LOG SO THE HISTORY OUTLIVES THE HOLD ---------------
       MAINTAIN-PAYOUT-HOLD.
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-HOLD-TENANT
           END-IF
           IF WS-HOLD-TENANT = ZEROS
               DISPLAY 'USE: CMSPAY HOLD <TENANT> OR '
                       'CMSPAY RELEASE <TENANT>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'MANAGER PIN: ' WITH NO ADVANCING
           ACCEPT WS-MANAGER-PIN
           MOVE 'PAYHOLD ' TO AC-FUNCTION
           MOVE WS-MANAGER-PIN TO AC-PIN-INPUT
           CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
           IF AC-NOT-ALLOWED
               DISPLAY 'REFUSED -- ' AC-MESSAGE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'REASON: ' WITH NO ADVANCING
           ACCEPT WS-HOLD-REASON
           INSPECT WS-HOLD-REASON
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-HOLD-REASON = SPACES
               DISPLAY 'REFUSED -- A REASON IS REQUIRED'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           OPEN I-O PAYOUT-HOLD
           IF WS-PH-STATUS = '35'
               OPEN OUTPUT PAYOUT-HOLD
               CLOSE PAYOUT-HOLD
               OPEN I-O PAYOUT-HOLD
           END-IF
           IF RUN-IS-HOLD
               PERFORM PUT-PAYOUT-HOLD
           ELSE
               PERFORM TAKE-OFF-PAYOUT-HOLD
           END-IF
           CLOSE PAYOUT-HOLD
           .
      * --- A TENANT ALREADY MOVED OUT IS OFF TENANT-MASTER BUT STILL
      *     HOLDABLE WHILE CONSPAY CARRIES A BALANCE FOR THEM. HOLDING
      *     A HELD TENANT AGAIN REPLACES THE REASON --------------------
       PUT-PAYOUT-HOLD.
           OPEN INPUT TENANT-MASTER
           MOVE WS-HOLD-TENANT TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               OPEN INPUT CONSIGNOR-PAYABLE
               MOVE WS-HOLD-TENANT TO CB-TENANT-ID
               READ CONSIGNOR-PAYABLE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CB-STATUS = '00'
                   CLOSE CONSIGNOR-PAYABLE
               ELSE
                   CLOSE CONSIGNOR-PAYABLE
                   DISPLAY 'TENANT ' WS-HOLD-TENANT ' IS NOT ON FILE'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-HOLD-TENANT  TO PH-TENANT-ID
           MOVE WS-HOLD-REASON  TO PH-REASON
           MOVE DF-MMDDYYYY     TO PH-HELD-DATE
           MOVE AC-INITIALS-OUT TO PH-HELD-BY
           WRITE PAYOUT-HOLD-RECORD
               INVALID KEY
                   REWRITE PAYOUT-HOLD-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO HOLD TENANT '
                                   WS-HOLD-TENANT
                           MOVE 1 TO RETURN-CODE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           DISPLAY 'PAYOUTS FOR TENANT ' WS-HOLD-TENANT
                   ' ARE ON HOLD UNTIL RELEASED'
           MOVE SPACES TO LG-NOTE
           STRING 'PAYOUT HELD (' AC-INITIALS-OUT '): '
               WS-HOLD-REASON DELIMITED BY SIZE INTO LG-NOTE
           PERFORM NOTE-HOLD-ON-CONTACT-LOG
           .
       TAKE-OFF-PAYOUT-HOLD.
           MOVE WS-HOLD-TENANT TO PH-TENANT-ID
           READ PAYOUT-HOLD
               INVALID KEY
                   DISPLAY 'TENANT ' WS-HOLD-TENANT ' IS NOT ON HOLD'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           DELETE PAYOUT-HOLD
               INVALID KEY
                   DISPLAY 'UNABLE TO RELEASE TENANT ' WS-HOLD-TENANT
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY 'HOLD RELEASED -- TENANT ' WS-HOLD-TENANT
                   ' IS PAID ON THE NEXT COMMIT'
           MOVE SPACES TO LG-NOTE
           STRING 'PAYOUT HOLD RELEASED (' AC-INITIALS-OUT '): '
               WS-HOLD-REASON DELIMITED BY SIZE INTO LG-NOTE
           PERFORM NOTE-HOLD-ON-CONTACT-LOG
           .
       NOTE-HOLD-ON-CONTACT-LOG.
           MOVE WS-HOLD-TENANT TO LG-TENANT-ID
           MOVE 'CMSPAY'       TO LG-SOURCE
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           .
