       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLPAY.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BILLPAY -- SHOP BILL-PAY CHECK RUN.  PAYS EVERY OPEN APBILL
      *    BILL DUE ON OR BEFORE THE THROUGH DATE (DEFAULT A WEEK FROM
      *    TODAY) WITH ONE CHECK PER VENDOR, NUMBERED FROM THE SAME
      *    CHECKCT COUNTER AS THE CONSIGNOR PAYOUTS AND PRINTED TO
      *    CHECKPRT WITH AN INVOICE STUB.  EACH CHECK IS FILED IN
      *    CHKREG UNDER THE VENDOR NUMBER, SO POSPAY SENDS IT TO THE
      *    BANK, BANKRECN CLEARS IT OFF THE STATEMENT, AND CHKMNT CAN
      *    VOID OR REISSUE IT.  EACH BILL IS MARKED PAID WITH THE
      *    DATE AND CHECK NUMBER, A WORK ORDER THE BILL WAS FOR IS
      *    STAMPED PAID THE SAME WAY, AND THE PAYMENTS ARE FILED ON
      *    GLJRNL FOR THE CURRENT MONTH: DR EACH BILL'S EXPENSE (OR
      *    MPAY) ACCOUNT, CR CASH.  A BILL FOR AN INACTIVE OR MISSING
      *    VENDOR IS HELD AND LISTED INSTEAD OF PAID.
      *      "GNUMAIN BILLPAY [MMDDYYYY]"
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-BILL-FILE
               ASSIGN TO 'APBILLS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-BILL-NO
               FILE STATUS IS WS-BL-STATUS.
           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VM-STATUS.
           SELECT WORK-ORDER-FILE
               ASSIGN TO 'WORKORDS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ORDER-NO
               FILE STATUS IS WS-WO-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CR-STATUS.
           SELECT CHECK-COUNTER
               ASSIGN TO 'CHECKCT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CTR-RRN
               FILE STATUS IS WS-CN-STATUS.
           SELECT CHECK-PRINT
               ASSIGN TO 'CHECKPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT GL-ACCOUNT-TABLE
               ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AP-BILL-FILE.
       COPY APBILL.
       FD  VENDOR-MASTER.
       COPY VENDMAST.
       FD  WORK-ORDER-FILE.
       COPY WORKORD.
       FD  CHECK-REGISTER.
       COPY CHKREG.
       FD  CHECK-COUNTER.
       COPY CHECKCT.
       FD  CHECK-PRINT.
       01 CHECK-PRINT-RECORD   PIC X(80).
       FD  GL-ACCOUNT-TABLE.
       COPY GLACCTS.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       WORKING-STORAGE SECTION.
       01 WS-BL-STATUS         PIC XX VALUE '00'.
       01 WS-VM-STATUS         PIC XX VALUE '00'.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-CN-STATUS         PIC XX VALUE '00'.
       01 WS-CP-STATUS         PIC XX VALUE '00'.
       01 WS-GL-STATUS         PIC XX VALUE '00'.
       01 WS-GJ-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-SWITCHES.
          03 WS-BL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-AP-BILLS        VALUE 1.
          03 WS-GL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GL-TABLE        VALUE 1.
          03 WS-ACCT-SW        PIC 9 VALUE 0.
             88 ACCOUNT-ON-CHART       VALUE 1.
             88 ACCOUNT-NOT-ON-CHART   VALUE 0.
          03 WS-PAYEE-SW       PIC 9 VALUE 0.
             88 PAYEE-IS-PAYABLE       VALUE 1.
             88 PAYEE-IS-HELD          VALUE 0.
      * --- THE THROUGH DATE AND TODAY AS DAY NUMBERS -----------------
       01 WS-THRU-MMDDYYYY     PIC 9(8) VALUE ZEROS.
       01 WS-THRU-DT REDEFINES WS-THRU-MMDDYYYY.
          03 WS-THRU-MM        PIC 9(2).
          03 WS-THRU-DD        PIC 9(2).
          03 WS-THRU-YYYY      PIC 9(4).
       01 WS-THRU-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-THRU-INT          PIC S9(8) COMP.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-DUE-DT.
          03 WS-DUE-MM         PIC 9(2).
          03 WS-DUE-DD         PIC 9(2).
          03 WS-DUE-YYYY       PIC 9(4).
       01 WS-DUE-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-DUE-INT           PIC S9(8) COMP.
       01 WS-CURRENT-YYMM      PIC 9(4) VALUE ZEROS.
      * --- THE CHART OF ACCOUNTS, FOR THE CASH ACCOUNT AND THE NAMES
      *     ON THE JOURNAL ROWS ----------------------------------------
       01 WS-GL-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-GL-TABLE.
          03 WS-GL-ENTRY       OCCURS 100 TIMES INDEXED BY GL-IDX.
             05 WS-GL-ACCT          PIC 9(4).
             05 WS-GL-NAME          PIC X(20).
       01 WS-CASH-ACCT         PIC 9(4) VALUE ZEROS.
       01 WS-CASH-NAME         PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-ACCT       PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-NAME       PIC X(20) VALUE SPACES.
      * --- THE BILLS DUE THIS RUN, PAID ONE VENDOR AT A TIME ---------
       01 WS-DUE-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-DUE-TABLE.
          03 WS-DUE-ENTRY      OCCURS 300 TIMES INDEXED BY DU-IDX.
             05 WS-DU-BILL-NO       PIC 9(6).
             05 WS-DU-VENDOR-NO     PIC 9(6).
             05 WS-DU-INVOICE-NO    PIC X(15).
             05 WS-DU-DUE-DATE      PIC 9(8).
             05 WS-DU-AMOUNT        PIC 9(6)V9(2).
             05 WS-DU-GL-ACCOUNT    PIC 9(4).
             05 WS-DU-WORK-ORDER    PIC 9(6).
             05 WS-DU-DONE          PIC X.
       01 WS-DONE-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-SCAN-IDX          PIC 9(3) VALUE ZEROS.
       01 WS-PAY-VENDOR        PIC 9(6) VALUE ZEROS.
       01 WS-VENDOR-TOTAL      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-VENDOR-BILLS      PIC 9(3) VALUE ZEROS.
      * --- JOURNAL DEBITS BY ACCOUNT ---------------------------------
       01 WS-DR-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-DR-TABLE.
          03 WS-DR-ENTRY       OCCURS 100 TIMES INDEXED BY DR-IDX.
             05 WS-DR-ACCT          PIC 9(4).
             05 WS-DR-AMOUNT        PIC S9(8)V9(2).
       01 WS-DR-FOUND-SW       PIC 9 VALUE 0.
          88 DR-ENTRY-FOUND            VALUE 1.
          88 DR-ENTRY-NOT-FOUND        VALUE 0.
       01 WS-CASH-TOTAL        PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-CHECK-NO          PIC 9(6) VALUE ZEROS.
       01 WS-CHECKS-WRITTEN    PIC 9(4) VALUE ZEROS.
       01 WS-BILLS-PAID        PIC 9(4) VALUE ZEROS.
       01 WS-BILLS-HELD        PIC 9(4) VALUE ZEROS.
       01 WS-CHECK-LINE        PIC X(80) VALUE SPACES.
       01 WS-EDIT-CHECK-AMT    PIC Z(5)9.99.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY)
           COMPUTE WS-CURRENT-YYMM =
               FUNCTION MOD(DF-YEAR, 100) * 100 + DF-MONTH
           PERFORM GET-THROUGH-DATE
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           PERFORM LOAD-GL-TABLE
           IF WS-CASH-ACCT = ZEROS
               DISPLAY 'NO CASH ACCOUNT ON THE GLACCTS CHART'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O AP-BILL-FILE
           IF WS-BL-STATUS NOT = '00'
               DISPLAY 'NO BILLS ON FILE -- NOTHING TO PAY'
               GOBACK
           END-IF
           DISPLAY '        BILL-PAY RUN THROUGH ' WS-THRU-MMDDYYYY
           DISPLAY ' '
           PERFORM COLLECT-DUE-BILLS
           IF WS-DUE-COUNT = ZEROS
               CLOSE AP-BILL-FILE
               DISPLAY 'NO OPEN BILLS DUE -- NO CHECKS WRITTEN'
               GOBACK
           END-IF
           OPEN INPUT VENDOR-MASTER
           OPEN I-O WORK-ORDER-FILE
           PERFORM OPEN-CHECK-FILES
           MOVE ZEROS TO WS-DONE-COUNT
           PERFORM PAY-NEXT-VENDOR
               UNTIL WS-DONE-COUNT >= WS-DUE-COUNT
           CLOSE CHECK-REGISTER
           CLOSE CHECK-PRINT
           IF WS-WO-STATUS NOT = '35'
               CLOSE WORK-ORDER-FILE
           END-IF
           IF WS-VM-STATUS NOT = '35'
               CLOSE VENDOR-MASTER
           END-IF
           CLOSE AP-BILL-FILE
           IF WS-CASH-TOTAL > ZEROS
               PERFORM FILE-BILL-PAY-JOURNAL
           END-IF
           DISPLAY ' '
           DISPLAY 'CHECKS WRITTEN THIS RUN: ' WS-CHECKS-WRITTEN
           DISPLAY 'BILLS PAID:              ' WS-BILLS-PAID
           DISPLAY 'BILLS HELD:              ' WS-BILLS-HELD
           DISPLAY 'TOTAL PAID:              ' WS-CASH-TOTAL
           GOBACK
           .
      * --- THROUGH DATE FROM ARGV(1) AS MMDDYYYY, ELSE A WEEK OUT ----
       GET-THROUGH-DATE.
           IF ARGC >= 1
               MOVE ARGV(1)(1:8) TO WS-THRU-MMDDYYYY
               MOVE WS-THRU-YYYY TO WS-THRU-ISO(1:4)
               MOVE WS-THRU-MM   TO WS-THRU-ISO(5:2)
               MOVE WS-THRU-DD   TO WS-THRU-ISO(7:2)
               IF WS-THRU-MMDDYYYY IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-THRU-ISO)
                       NOT = ZEROS
                   DISPLAY 'THROUGH DATE MUST BE MMDDYYYY'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-THRU-ISO)
           ELSE
               COMPUTE WS-THRU-INT = WS-TODAY-INT + 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-THRU-INT)
                   TO WS-THRU-ISO
               MOVE WS-THRU-ISO(1:4) TO WS-THRU-YYYY
               MOVE WS-THRU-ISO(5:2) TO WS-THRU-MM
               MOVE WS-THRU-ISO(7:2) TO WS-THRU-DD
           END-IF
           .
      *-----------------------------------------------------------------
       LOAD-GL-TABLE.
           MOVE ZEROS TO WS-GL-COUNT WS-CASH-ACCT
           OPEN INPUT GL-ACCOUNT-TABLE
           IF WS-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-GL-TABLE
           PERFORM STORE-GL-ENTRY UNTIL END-OF-GL-TABLE
           CLOSE GL-ACCOUNT-TABLE
           .
       READ-GL-TABLE.
           READ GL-ACCOUNT-TABLE NEXT RECORD
               AT END
                   SET END-OF-GL-TABLE TO TRUE
           END-READ
           .
       STORE-GL-ENTRY.
           IF WS-GL-COUNT < 100
               ADD 1 TO WS-GL-COUNT
               MOVE GL-ACCOUNT-NO   TO WS-GL-ACCT(WS-GL-COUNT)
               MOVE GL-ACCOUNT-NAME TO WS-GL-NAME(WS-GL-COUNT)
               IF GL-SOURCE-CODE = 'CASH'
                   MOVE GL-ACCOUNT-NO   TO WS-CASH-ACCT
                   MOVE GL-ACCOUNT-NAME TO WS-CASH-NAME
               END-IF
           END-IF
           PERFORM READ-GL-TABLE
           .
       FIND-GL-ACCOUNT.
           SET ACCOUNT-NOT-ON-CHART TO TRUE
           MOVE 'ACCOUNT NOT ON CHART' TO WS-LOOKUP-NAME
           SET GL-IDX TO 1
           SEARCH WS-GL-ENTRY
               AT END
                   CONTINUE
               WHEN GL-IDX > WS-GL-COUNT
                   CONTINUE
               WHEN WS-GL-ACCT(GL-IDX) = WS-LOOKUP-ACCT
                   SET ACCOUNT-ON-CHART TO TRUE
                   MOVE WS-GL-NAME(GL-IDX) TO WS-LOOKUP-NAME
           END-SEARCH
           .
      *-----------------------------------------------------------------
       COLLECT-DUE-BILLS.
           MOVE ZEROS TO WS-DUE-COUNT
           MOVE ZEROS TO BL-BILL-NO
           START AP-BILL-FILE KEY IS NOT LESS THAN BL-BILL-NO
               INVALID KEY
                   SET END-OF-AP-BILLS TO TRUE
           END-START
           PERFORM READ-AP-BILL
           PERFORM COLLECT-ONE-BILL UNTIL END-OF-AP-BILLS
           .
       READ-AP-BILL.
           READ AP-BILL-FILE NEXT RECORD
               AT END
                   SET END-OF-AP-BILLS TO TRUE
           END-READ
           .
       COLLECT-ONE-BILL.
           IF BL-IS-OPEN
               MOVE BL-DUE-DATE TO WS-DUE-DT
               MOVE WS-DUE-YYYY TO WS-DUE-ISO(1:4)
               MOVE WS-DUE-MM   TO WS-DUE-ISO(5:2)
               MOVE WS-DUE-DD   TO WS-DUE-ISO(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-ISO) = ZEROS
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
               ELSE
                   MOVE WS-TODAY-INT TO WS-DUE-INT
               END-IF
               IF WS-DUE-INT <= WS-THRU-INT
                   IF WS-DUE-COUNT < 300
                       ADD 1 TO WS-DUE-COUNT
                       SET DU-IDX TO WS-DUE-COUNT
                       MOVE BL-BILL-NO       TO WS-DU-BILL-NO(DU-IDX)
                       MOVE BL-VENDOR-NO     TO WS-DU-VENDOR-NO(DU-IDX)
                       MOVE BL-INVOICE-NO    TO WS-DU-INVOICE-NO(DU-IDX)
                       MOVE BL-DUE-DATE      TO WS-DU-DUE-DATE(DU-IDX)
                       MOVE BL-AMOUNT        TO WS-DU-AMOUNT(DU-IDX)
                       MOVE BL-GL-ACCOUNT    TO WS-DU-GL-ACCOUNT(DU-IDX)
                       MOVE BL-WORK-ORDER-NO
                           TO WS-DU-WORK-ORDER(DU-IDX)
                       MOVE 'N'              TO WS-DU-DONE(DU-IDX)
                   ELSE
                       DISPLAY 'BILL ' BL-BILL-NO
                               ' NOT PAID -- RUN TABLE FULL'
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AP-BILL
           .
       OPEN-CHECK-FILES.
           OPEN I-O CHECK-REGISTER
           IF WS-CR-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF
           OPEN OUTPUT CHECK-PRINT
           .
      *-----------------------------------------------------------------
      * --- THE LOWEST VENDOR NUMBER STILL UNPAID GETS ONE CHECK FOR
      *     ALL ITS DUE BILLS; A VENDOR THAT IS GONE OR INACTIVE HAS
      *     ITS BILLS HELD FOR THE OWNER TO LOOK AT --------------------
       PAY-NEXT-VENDOR.
           MOVE 999999 TO WS-PAY-VENDOR
           PERFORM FIND-LOWEST-VENDOR
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DUE-COUNT
           MOVE ZEROS TO WS-VENDOR-TOTAL WS-VENDOR-BILLS
           PERFORM SUM-ONE-VENDOR-BILL
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DUE-COUNT
           PERFORM CHECK-VENDOR-PAYABLE
           IF PAYEE-IS-PAYABLE
               PERFORM GET-NEXT-CHECK-NO
               PERFORM PRINT-VENDOR-CHECK
               PERFORM APPEND-CHECK-REGISTER-ROW
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD WS-VENDOR-TOTAL TO WS-CASH-TOTAL
               DISPLAY 'CHECK ' WS-CHECK-NO ' ' VM-NAME ' '
                       WS-VENDOR-TOTAL
           END-IF
           PERFORM SETTLE-ONE-VENDOR-BILL
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DUE-COUNT
           .
       FIND-LOWEST-VENDOR.
           IF WS-DU-DONE(WS-SCAN-IDX) = 'N'
                   AND WS-DU-VENDOR-NO(WS-SCAN-IDX) < WS-PAY-VENDOR
               MOVE WS-DU-VENDOR-NO(WS-SCAN-IDX) TO WS-PAY-VENDOR
           END-IF
           .
       SUM-ONE-VENDOR-BILL.
           IF WS-DU-DONE(WS-SCAN-IDX) = 'N'
                   AND WS-DU-VENDOR-NO(WS-SCAN-IDX) = WS-PAY-VENDOR
               ADD WS-DU-AMOUNT(WS-SCAN-IDX) TO WS-VENDOR-TOTAL
               ADD 1 TO WS-VENDOR-BILLS
           END-IF
           .
       CHECK-VENDOR-PAYABLE.
           SET PAYEE-IS-HELD TO TRUE
           MOVE WS-PAY-VENDOR TO VM-VENDOR-NO
           MOVE 'VENDOR NOT ON FILE' TO VM-NAME
           IF WS-VM-STATUS NOT = '35'
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE 'VENDOR NOT ON FILE' TO VM-NAME
                   NOT INVALID KEY
                       IF VM-IS-ACTIVE
                           SET PAYEE-IS-PAYABLE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF PAYEE-IS-HELD
               DISPLAY 'HELD   VENDOR ' WS-PAY-VENDOR ' ' VM-NAME
                       ' -- NOT ACTIVE, ' WS-VENDOR-BILLS ' BILL(S)'
           END-IF
           .
      * --- MARK EACH OF THE VENDOR'S BILLS DONE FOR THIS RUN; A PAID
      *     ONE IS STAMPED ON APBILLS, ON ITS WORK ORDER, AND IN THE
      *     JOURNAL DEBITS ---------------------------------------------
       SETTLE-ONE-VENDOR-BILL.
           IF WS-DU-DONE(WS-SCAN-IDX) = 'N'
                   AND WS-DU-VENDOR-NO(WS-SCAN-IDX) = WS-PAY-VENDOR
               MOVE 'Y' TO WS-DU-DONE(WS-SCAN-IDX)
               ADD 1 TO WS-DONE-COUNT
               IF PAYEE-IS-PAYABLE
                   PERFORM MARK-BILL-PAID
                   PERFORM MARK-WORK-ORDER-PAID
                   PERFORM ADD-JOURNAL-DEBIT
                   ADD 1 TO WS-BILLS-PAID
               ELSE
                   ADD 1 TO WS-BILLS-HELD
               END-IF
           END-IF
           .
       MARK-BILL-PAID.
           MOVE WS-DU-BILL-NO(WS-SCAN-IDX) TO BL-BILL-NO
           READ AP-BILL-FILE
               INVALID KEY
                   DISPLAY 'BILL ' BL-BILL-NO ' NOT ON FILE'
               NOT INVALID KEY
                   SET BL-IS-PAID  TO TRUE
                   MOVE DF-MMDDYYYY TO BL-PAID-DATE
                   MOVE WS-CHECK-NO TO BL-CHECK-NO
                   REWRITE AP-BILL-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO MARK BILL ' BL-BILL-NO
                                   ' PAID'
                   END-REWRITE
           END-READ
           .
       MARK-WORK-ORDER-PAID.
           IF WS-DU-WORK-ORDER(WS-SCAN-IDX) = ZEROS
                   OR WS-WO-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DU-WORK-ORDER(WS-SCAN-IDX) TO WO-ORDER-NO
           READ WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY 'WORK ORDER ' WO-ORDER-NO ' NOT ON FILE'
               NOT INVALID KEY
                   MOVE DF-MMDDYYYY TO WO-PAID-DATE
                   MOVE WS-CHECK-NO TO WO-PAID-CHECK-NO
                   REWRITE WORK-ORDER-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO MARK WORK ORDER '
                                   WO-ORDER-NO ' PAID'
                   END-REWRITE
           END-READ
           .
       ADD-JOURNAL-DEBIT.
           SET DR-ENTRY-NOT-FOUND TO TRUE
           SET DR-IDX TO 1
           SEARCH WS-DR-ENTRY
               AT END
                   CONTINUE
               WHEN DR-IDX > WS-DR-COUNT
                   CONTINUE
               WHEN WS-DR-ACCT(DR-IDX) = WS-DU-GL-ACCOUNT(WS-SCAN-IDX)
                   SET DR-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF DR-ENTRY-NOT-FOUND AND WS-DR-COUNT < 100
               ADD 1 TO WS-DR-COUNT
               SET DR-IDX TO WS-DR-COUNT
               MOVE WS-DU-GL-ACCOUNT(WS-SCAN-IDX) TO WS-DR-ACCT(DR-IDX)
               MOVE ZEROS TO WS-DR-AMOUNT(DR-IDX)
               SET DR-ENTRY-FOUND TO TRUE
           END-IF
           IF DR-ENTRY-FOUND
               ADD WS-DU-AMOUNT(WS-SCAN-IDX) TO WS-DR-AMOUNT(DR-IDX)
           END-IF
           .
      *-----------------------------------------------------------------
       GET-NEXT-CHECK-NO.
           MOVE 1 TO WS-CTR-RRN
           OPEN I-O CHECK-COUNTER
           IF WS-CN-STATUS = '35'
               OPEN OUTPUT CHECK-COUNTER
               MOVE ZEROS TO CN-LAST-CHECK-NO
               WRITE CHECK-COUNTER-RECORD
               CLOSE CHECK-COUNTER
               OPEN I-O CHECK-COUNTER
           END-IF
           READ CHECK-COUNTER
               INVALID KEY
                   MOVE ZEROS TO CN-LAST-CHECK-NO
           END-READ
           ADD 1 TO CN-LAST-CHECK-NO
           REWRITE CHECK-COUNTER-RECORD
               INVALID KEY
                   WRITE CHECK-COUNTER-RECORD
           END-REWRITE
           MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
           CLOSE CHECK-COUNTER
           .
       APPEND-CHECK-REGISTER-ROW.
           MOVE WS-CHECK-NO               TO CR-CHECK-NO
           MOVE DF-MMDDYYYY               TO CR-ISSUE-DATE
           MOVE ZEROS                     TO CR-TENANT-ID
           MOVE WS-VENDOR-TOTAL           TO CR-AMOUNT
           MOVE WS-CURRENT-YYMM           TO CR-PERIOD-YYMM
           SET CR-IS-ISSUED               TO TRUE
           MOVE DF-MMDDYYYY               TO CR-STATUS-DATE
           MOVE ZEROS                     TO CR-REPLACES-CHECK
           MOVE WS-PAY-VENDOR             TO CR-VENDOR-ID
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CHECK ' WS-CHECK-NO
                           ' ALREADY IN REGISTER -- NOT REWRITTEN'
           END-WRITE
           .
      * --- SAME FACE AS CMSPAY'S PAYOUT CHECK, WITH THE INVOICES IT
      *     PAYS LISTED ON THE STUB ------------------------------------
       PRINT-VENDOR-CHECK.
           MOVE WS-VENDOR-TOTAL TO WS-EDIT-CHECK-AMT
           MOVE ALL '-' TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'DARLENE''S TREASURES          CHECK NO. '
               WS-CHECK-NO DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'DATE: ' DF-MMDDYYYY DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'PAY TO THE ORDER OF: '
               FUNCTION TRIM(VM-NAME) DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE VM-ADDRESS-LINE-1 TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING FUNCTION TRIM(VM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(VM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(VM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'AMOUNT: $' FUNCTION TRIM(WS-EDIT-CHECK-AMT)
               DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           IF VM-ACCOUNT-REF = SPACES
               MOVE 'MEMO: INVOICES LISTED BELOW' TO WS-CHECK-LINE
           ELSE
               STRING 'MEMO: ACCOUNT ' VM-ACCOUNT-REF
                   DELIMITED BY SIZE
                   INTO WS-CHECK-LINE
           END-IF
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE 'INVOICE           DUE DATE        AMOUNT'
               TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           PERFORM PRINT-ONE-STUB-LINE
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DUE-COUNT
           .
       PRINT-ONE-STUB-LINE.
           IF WS-DU-DONE(WS-SCAN-IDX) = 'N'
                   AND WS-DU-VENDOR-NO(WS-SCAN-IDX) = WS-PAY-VENDOR
               MOVE WS-DU-AMOUNT(WS-SCAN-IDX) TO WS-EDIT-CHECK-AMT
               MOVE SPACES TO WS-CHECK-LINE
               STRING WS-DU-INVOICE-NO(WS-SCAN-IDX) '   '
                   WS-DU-DUE-DATE(WS-SCAN-IDX) '   '
                   WS-EDIT-CHECK-AMT
                   DELIMITED BY SIZE
                   INTO WS-CHECK-LINE
               MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE RUN'S PAYMENTS GO ON GLJRNL AS THEY ARE MADE, TAGGED
      *     'BILLPAY' SO A GLPOST RERUN OF THE MONTH KEEPS THEM --------
       FILE-BILL-PAY-JOURNAL.
           OPEN EXTEND GL-JOURNAL
           IF WS-GJ-STATUS = '05' OR WS-GJ-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
               CLOSE GL-JOURNAL
               OPEN EXTEND GL-JOURNAL
           END-IF
           PERFORM WRITE-ONE-DEBIT-ROW
               VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DR-COUNT
           MOVE WS-CASH-ACCT   TO GJ-ACCOUNT-NO
           MOVE WS-CASH-NAME   TO GJ-ACCOUNT-NAME
           MOVE ZEROS          TO GJ-DEBIT
           MOVE WS-CASH-TOTAL  TO GJ-CREDIT
           PERFORM WRITE-JOURNAL-ROW
           CLOSE GL-JOURNAL
           DISPLAY 'PAYMENTS FILED ON THE GL JOURNAL FOR PERIOD '
                   WS-CURRENT-YYMM
           .
       WRITE-ONE-DEBIT-ROW.
           MOVE WS-DR-ACCT(DR-IDX) TO WS-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           MOVE WS-DR-ACCT(DR-IDX)   TO GJ-ACCOUNT-NO
           MOVE WS-LOOKUP-NAME       TO GJ-ACCOUNT-NAME
           MOVE WS-DR-AMOUNT(DR-IDX) TO GJ-DEBIT
           MOVE ZEROS                TO GJ-CREDIT
           PERFORM WRITE-JOURNAL-ROW
           .
       WRITE-JOURNAL-ROW.
           MOVE WS-CURRENT-YYMM TO GJ-PERIOD-YYMM
           MOVE DF-MMDDYYYY     TO GJ-RUN-DATE
           MOVE 'BILLPAY'       TO GJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           .
