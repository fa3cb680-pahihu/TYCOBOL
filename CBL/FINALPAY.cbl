       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    FINALPAY -- OFF-CYCLE FINAL SETTLEMENT FOR ONE CONSIGNOR.
      *      "GNUMAIN FINALPAY 000123" PAYS TENANT 000123 EVERYTHING
      *      OWED TODAY INSTEAD OF AT THE NEXT CMSPAY RUN: THE
      *      COMMISSION ON EVERY SALE SINCE THE LAST PAYOUT (LESS THE
      *      CARD-FEE SHARE AND ANY CHARGEBACK HOLD), PLUS A BALANCE
      *      HELD ON CONSPAY AND THE SECURITY-DEPOSIT REFUND DTR003
      *      SETTLED AT MOVE-OUT, LESS RENT DUE, THE OPEN A/R BALANCE
      *      AND HOUSE-ACCOUNT CHARGES, AND BACKUP WITHHOLDING WHEN NO
      *      W-9 IS ON FILE.  ONE CHECK (OR DIRECT DEPOSIT) IS CUT
      *      THROUGH CHECKCT/CHKREG AND THE PAYREG REGISTER EXACTLY AS
      *      CMSPAY CUTS THEM, AND THE FINAL SETTLEMENT STATEMENT IS
      *      SPOOLED AS 'FINALSTM'.
      *      THE RUN'S DATE AND TIME GO ON FINALSET AS THE CONSIGNOR'S
      *      CUTOFF, SO THE NEXT CMSPAY RUN DOES NOT PAY THOSE SALES
      *      AGAIN.  "SINCE THE LAST PAYOUT" IS THE LATER OF THE LAST
      *      MONTH CMSPAY PAID THE CONSIGNOR AND ANY EARLIER CUTOFF.
      *      A CONSIGNOR ON OWNER HOLD (CMSPAY HOLD) IS REFUSED WITH
      *      RETURN CODE 1 AND THE HOLD REASON ON THE STATEMENT; RUN
      *      "CMSPAY RELEASE" FIRST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT TENANT-HISTORY
               ASSIGN TO 'TENANTHS'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
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
           SELECT EFT-BATCH-FILE
               ASSIGN TO 'EFTBATCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EB-STATUS.
           SELECT EFT-COUNTER
               ASSIGN TO 'EFTCTR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EF-RRN
               FILE STATUS IS WS-EF-STATUS.
           SELECT PAYOUT-REGISTER
               ASSIGN TO 'PAYREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT RENT-LEDGER
               ASSIGN TO 'RENTLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RENT-COUNTER
               ASSIGN TO 'RENTCTR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RC-RRN
               FILE STATUS IS WS-RC-STATUS.
           SELECT TENANT-AR
               ASSIGN TO 'TENTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT PROCEEDS-SPLIT-TABLE
               ASSIGN TO 'SPLITDEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
           SELECT CONSIGNOR-PAYABLE
               ASSIGN TO 'CONSPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-TENANT-ID
               FILE STATUS IS WS-CB-STATUS.
           SELECT SECURITY-DEPOSIT
               ASSIGN TO 'SECDEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-TENANT-ID
               FILE STATUS IS WS-SE-STATUS.
           SELECT PAYOUT-POLICY
               ASSIGN TO 'PAYPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
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
           SELECT PAYOUT-HOLD
               ASSIGN TO 'PAYHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-TENANT-ID
               FILE STATUS IS WS-PH-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  CHECK-REGISTER.
       COPY CHKREG.
       FD  CHECK-COUNTER.
       COPY CHECKCT.
       FD  CHECK-PRINT.
       01 CHECK-PRINT-RECORD   PIC X(80).
       FD  EFT-BATCH-FILE.
       COPY EFTBATCH.
       FD  EFT-COUNTER.
       COPY EFTCTR.
       FD  PAYOUT-REGISTER.
       COPY PAYREG.
       FD  RENT-LEDGER.
       COPY RENTLEDG.
       FD  RENT-COUNTER.
       COPY RENTCTR.
       FD  TENANT-AR.
       COPY TENTAR.
       FD  PROCEEDS-SPLIT-TABLE.
       COPY SPLITDEF.
       FD  CONSIGNOR-PAYABLE.
       COPY CONSPAY.
       FD  SECURITY-DEPOSIT.
       COPY SECDEP.
       FD  PAYOUT-POLICY.
       COPY PAYPOLCY.
       FD  TAXPAYER-ID-FILE.
       COPY TAXID.
       FD  FINAL-SETTLEMENT.
       COPY FINALSET.
       FD  PAYOUT-HOLD.
       COPY PAYHOLD.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-CN-STATUS         PIC XX VALUE '00'.
       01 WS-CP-STATUS         PIC XX VALUE '00'.
       01 WS-EB-STATUS         PIC XX VALUE '00'.
       01 WS-EF-STATUS         PIC XX VALUE '00'.
       01 WS-PR-STATUS         PIC XX VALUE '00'.
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-RC-STATUS         PIC XX VALUE '00'.
       01 WS-AR-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-PS-STATUS         PIC XX VALUE '00'.
       01 WS-CB-STATUS         PIC XX VALUE '00'.
       01 WS-SE-STATUS         PIC XX VALUE '00'.
       01 WS-PY-STATUS         PIC XX VALUE '00'.
       01 WS-TI-STATUS         PIC XX VALUE '00'.
       01 WS-FS-STATUS         PIC XX VALUE '00'.
       01 WS-PH-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-TH-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-HISTORY  VALUE 1.
          03 WS-PR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-PAYOUT-REGISTER VALUE 1.
          03 WS-AR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-AR       VALUE 1.
          03 WS-PS-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SPLIT-TABLE     VALUE 1.
          03 WS-PY-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-PAYOUT-POLICY   VALUE 1.
          03 WS-PAYEE-SW       PIC 9 VALUE 0.
             88 PAYEE-NOT-FOUND        VALUE 0.
             88 PAYEE-ON-MASTER        VALUE 1.
             88 PAYEE-FROM-HISTORY     VALUE 2.
          03 WS-SPL-FOUND-SW   PIC 9 VALUE 0.
             88 SPLIT-FOUND            VALUE 1.
             88 SPLIT-NOT-FOUND        VALUE 0.
          03 WS-UNPAID-SW      PIC 9 VALUE 0.
             88 ROW-IS-UNPAID          VALUE 1.
             88 ROW-WAS-PAID           VALUE 0.
          03 WS-W9-SW          PIC 9 VALUE 0.
             88 W9-ON-FILE             VALUE 1.
             88 W9-NOT-ON-FILE         VALUE 0.
          03 WS-CB-FOUND-SW    PIC 9 VALUE 0.
             88 PAYABLE-ROW-FOUND      VALUE 1.
          03 WS-IN-FULL-SW     PIC X VALUE 'N'.
             88 PAY-IN-FULL            VALUE 'Y'.
          03 WS-OWNER-HOLD-SW  PIC 9 VALUE 0.
             88 ON-OWNER-HOLD          VALUE 1.
          03 WS-PAID-BY-SW     PIC X VALUE SPACE.
             88 PAID-BY-CHECK          VALUE 'C'.
             88 PAID-BY-DIRDEP         VALUE 'D'.
             88 NOTHING-PAID           VALUE SPACE.
       01 WS-TARGET-TENANT     PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-REASON       PIC X(40) VALUE SPACES.
      * --- TODAY, THE CUTOFF THIS RUN WRITES, AND THE POINT THE
      *     CONSIGNOR WAS ALREADY PAID THROUGH ------------------------
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-NOW-TIME          PIC 9(6) VALUE ZEROS.
       01 WS-CURRENT-YYMM      PIC 9(4) VALUE ZEROS.
       01 WS-YTD-YY            PIC 9(2) VALUE ZEROS.
       01 WS-THRU-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-THRU-TIME         PIC 9(6) VALUE ZEROS.
       01 WS-CAND-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-CAND-TIME         PIC 9(6) VALUE ZEROS.
       01 WS-CONV-MMDDYYYY     PIC 9(8) VALUE ZEROS.
       01 WS-CONV-DT REDEFINES WS-CONV-MMDDYYYY.
          03 WS-CONV-MM        PIC 9(2).
          03 WS-CONV-DD        PIC 9(2).
          03 WS-CONV-YYYY      PIC 9(4).
      * --- CO-CONSIGNOR SPLITS, AS CMSPAY APPLIES THEM --------------
       01 WS-SPLIT-COUNT       PIC 9(2) VALUE ZEROS.
       01 WS-SPLIT-TABLE.
          03 WS-SPLIT-ENTRY    OCCURS 50 TIMES INDEXED BY SPL-IDX.
             05 WS-SPL-TENANT-A     PIC 9(6).
             05 WS-SPL-TENANT-B     PIC 9(6).
             05 WS-SPL-PCT-A        PIC 9(3).
       01 WS-SHARE-A           PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-CARD-FEE-A        PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-ROW-SHARE         PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-ROW-FEE           PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-HOLD-AMOUNT       PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-ROWS-SETTLED      PIC 9(4) VALUE ZEROS.
      * --- THE SETTLEMENT: THE COMMISSION SIDE (WS-NET, REPORTABLE
      *     PAY) AND THE DEPOSIT REFUND (NOT PAY) ARE KEPT APART SO
      *     THE REGISTER ROW FEEDS YR1099 THE RIGHT FIGURE ------------
       01 WS-GROSS-COMMISSION  PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-CARD-FEE          PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-DISPUTE-HOLD      PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-CARRIED-IN        PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-DEPOSIT-REFUND    PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-NET               PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-REFUND-LEFT       PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-RENT-OFFSET       PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-AR-OFFSET         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-ACCT-OFFSET       PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-BACKUP-WH         PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-HELD              PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-AMOUNT-PAID       PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-OFFSET-WANTED     PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-OFFSET-TAKEN      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-NET-TAKEN         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-AR-BALANCE        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-ACCT-OWED         PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-OTHER-OWED        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-AR-LEFT           PIC S9(7)V9(2) VALUE ZEROS.
      * --- PAYPOLCY: BACKUP-WITHHOLDING RATE AND 1099 THRESHOLD ------
       01 WS-BACKUP-WH-PCT     PIC 9(2)V9(2) VALUE 24.00.
       01 WS-1099-THRESHOLD    PIC 9(6)V9(2) VALUE 600.00.
       01 WS-YTD-REPORTABLE    PIC S9(7)V9(2) VALUE ZEROS.
      * --- RENT OFFSET FOR A CONSIGNOR STILL ON THE MASTER, AS CMSPAY
      *     TAKES IT ---------------------------------------------------
       01 WS-RENT-OWED         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-FEE-PORTION       PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-RENT-PORTION      PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-RENT-RECEIPT-NO   PIC 9(6) VALUE ZEROS.
       01 WS-RC-RRN            PIC 9(4) COMP VALUE 1.
       01 WS-DUE-INT           PIC S9(8) COMP.
       01 WS-DUE-DATE.
          03 WS-DUE-MM         PIC 9(2).
          03 WS-DUE-DD         PIC 9(2).
          03 WS-DUE-YYYY       PIC 9(4).
       01 WS-DUE-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-RENT-DT.
          03 RD-MONTH          PIC 9(2).
          03 RD-DAY            PIC 9(2).
          03 RD-YEAR           PIC 9(4).
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
      * --- CHECK AND DIRECT-DEPOSIT NUMBERING ------------------------
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-EF-RRN            PIC 9(4) COMP VALUE 1.
       01 WS-CHECK-NO          PIC 9(6) VALUE ZEROS.
       01 WS-CHECK-LINE        PIC X(80) VALUE SPACES.
       01 WS-EDIT-CHECK-AMT    PIC Z(5)9.99.
      * --- STATEMENT --------------------------------------------------
       01 WS-STM-LINE          PIC X(80) VALUE SPACES.
       01 WS-STM-TEMP          PIC X(80) VALUE SPACES.
       01 WS-STM-WITHHELD      PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-STM-PRICE-SHOW    PIC -(5)9.99.
       01 WS-STM-WITH-SHOW     PIC -(5)9.99.
       01 WS-STM-COMM-SHOW     PIC -(5)9.99.
       01 WS-STM-AMT-SHOW      PIC -(6)9.99.
       01 WS-STM-LABEL         PIC X(40) VALUE SPACES.
       COPY CARDFEE.
       COPY JRNLTM.
       COPY BANKPROT.
       COPY DATEFMT.
       COPY ARPOST.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           COMPUTE WS-NOW-TIME =
               DF-HOUR * 10000 + DF-MINUTE * 100 + DF-SECOND
           COMPUTE WS-CURRENT-YYMM =
               FUNCTION MOD(DF-YEAR, 100) * 100 + DF-MONTH
           COMPUTE WS-YTD-YY = FUNCTION MOD(DF-YEAR, 100)
           IF ARGC >= 1
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-TENANT
           END-IF
           IF WS-TARGET-TENANT = ZEROS
               DISPLAY 'USE: FINALPAY <TENANT>'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-PAYEE
           IF PAYEE-NOT-FOUND
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ' IS NOT ON THE MASTER OR THE HISTORY FILE'
               CLOSE TENANT-MASTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SPLIT-TABLE
           PERFORM LOAD-PAYOUT-POLICY
           PERFORM FIND-PAID-THROUGH
           PERFORM OPEN-SETTLEMENT-STATEMENT
           PERFORM CHECK-OWNER-HOLD
           IF ON-OWNER-HOLD
               MOVE SPACES TO WS-STM-LINE
               STRING 'ON OWNER HOLD: ' WS-HOLD-REASON
                   DELIMITED BY SIZE INTO WS-STM-LINE
               PERFORM EMIT-STATEMENT-LINE
               MOVE 'NO SETTLEMENT MADE -- RELEASE THE HOLD IN CMSPAY '
                   TO WS-STM-LINE
               PERFORM EMIT-STATEMENT-LINE
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ' IS ON OWNER HOLD: ' WS-HOLD-REASON
               DISPLAY 'NO SETTLEMENT MADE -- "CMSPAY RELEASE '
                       WS-TARGET-TENANT '" FIRST'
               SET SP-OP-CLOSE TO TRUE
               CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
               CLOSE TENANT-MASTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACCUMULATE-UNPAID-SALES
           PERFORM LOAD-CARRIED-BALANCE
           PERFORM LOAD-DEPOSIT-REFUND
           IF WS-ROWS-SETTLED = ZEROS
                   AND WS-DISPUTE-HOLD = ZEROS
                   AND WS-CARRIED-IN = ZEROS
                   AND WS-DEPOSIT-REFUND = ZEROS
               MOVE 'NOTHING UNPAID -- NO SETTLEMENT MADE'
                   TO WS-STM-LINE
               PERFORM EMIT-STATEMENT-LINE
               DISPLAY 'TENANT ' WS-TARGET-TENANT
                       ': NOTHING UNPAID -- NO SETTLEMENT MADE'
           ELSE
               PERFORM NET-THE-SETTLEMENT
               PERFORM PAY-THE-SETTLEMENT
               PERFORM WRITE-PAYOUT-REGISTER-ROW
               PERFORM UPDATE-PAYABLE-BALANCE
               PERFORM MARK-DEPOSIT-REFUNDED
               PERFORM WRITE-SETTLEMENT-CUTOFF
               PERFORM PRINT-STATEMENT-SUMMARY
           END-IF
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE TENANT-MASTER
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE PAYEE IS THE MASTER RECORD WHILE THE CONSIGNOR IS
      *     STILL A TENANT; ONCE DTR003 HAS MOVED THEM OUT IT IS THE
      *     LAST TENANTHS ROW, LAID INTO THE MASTER RECORD AREA FOR
      *     THE CHECK PRINT ONLY -- A MOVED-OUT CONSIGNOR ALWAYS GETS
      *     A PAPER CHECK, SINCE THE HISTORY CARRIES NO BANK DETAILS --
       FIND-PAYEE.
           SET PAYEE-NOT-FOUND TO TRUE
           OPEN I-O TENANT-MASTER
           MOVE WS-TARGET-TENANT TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               SET PAYEE-ON-MASTER TO TRUE
           ELSE
               PERFORM LOAD-PAYEE-FROM-HISTORY
               SET PAY-IN-FULL TO TRUE
           END-IF
           .
       LOAD-PAYEE-FROM-HISTORY.
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
           IF TH-TENANT-ID = WS-TARGET-TENANT
               INITIALIZE TENANT-MASTER-RECORD
               MOVE TH-TENANT-ID      TO TM-TENANT-ID
               MOVE TH-LAST-NAME      TO TM-LAST-NAME
               MOVE TH-FIRST          TO TM-FIRST
               MOVE TH-ADDRESS-LINE-1 TO TM-ADDRESS-LINE-1
               MOVE TH-ADDRESS-LINE-2 TO TM-ADDRESS-LINE-2
               MOVE TH-CITY           TO TM-CITY
               MOVE TH-STATE-COUNTRY  TO TM-STATE-COUNTRY
               MOVE TH-POSTAL-CODE    TO TM-POSTAL-CODE
               SET PAYEE-FROM-HISTORY TO TRUE
           END-IF
           PERFORM READ-TENANT-HISTORY
           .
      *-----------------------------------------------------------------
       LOAD-SPLIT-TABLE.
           OPEN INPUT PROCEEDS-SPLIT-TABLE
           IF WS-PS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SPLIT-TABLE
           PERFORM STORE-SPLIT-ENTRY UNTIL END-OF-SPLIT-TABLE
           CLOSE PROCEEDS-SPLIT-TABLE
           .
       READ-SPLIT-TABLE.
           READ PROCEEDS-SPLIT-TABLE NEXT RECORD
               AT END
                   SET END-OF-SPLIT-TABLE TO TRUE
           END-READ
           .
       STORE-SPLIT-ENTRY.
           IF WS-SPLIT-COUNT < 50
               ADD 1 TO WS-SPLIT-COUNT
               MOVE PS-TENANT-A TO WS-SPL-TENANT-A(WS-SPLIT-COUNT)
               MOVE PS-TENANT-B TO WS-SPL-TENANT-B(WS-SPLIT-COUNT)
               MOVE PS-PCT-A    TO WS-SPL-PCT-A(WS-SPLIT-COUNT)
           END-IF
           PERFORM READ-SPLIT-TABLE
           .
      * --- THE RATE AND THRESHOLD CMSPAY USES; A MISSING FILE OR
      *     FIELD LEAVES THE DEFAULT ----------------------------------
       LOAD-PAYOUT-POLICY.
           OPEN INPUT PAYOUT-POLICY
           IF WS-PY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PAYOUT-POLICY NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-POLICY TO TRUE
           END-READ
           IF NOT END-OF-PAYOUT-POLICY
               IF PY-BACKUP-WH-PCT IS NUMERIC
                   MOVE PY-BACKUP-WH-PCT TO WS-BACKUP-WH-PCT
               END-IF
               IF PY-1099-THRESHOLD IS NUMERIC
                   MOVE PY-1099-THRESHOLD TO WS-1099-THRESHOLD
               END-IF
           END-IF
           CLOSE PAYOUT-POLICY
           .
      *-----------------------------------------------------------------
      * --- WHAT IS ALREADY PAID: A MONTHLY PAYREG ROW FOR THE
      *     CONSIGNOR COVERS EVERY SALE THROUGH THE END OF ITS MONTH
      *     (AN ALL-SALES RUN, PERIOD 0000, EVERYTHING THROUGH ITS RUN
      *     DATE), AND AN EARLIER SETTLEMENT EVERYTHING THROUGH ITS
      *     CUTOFF.  THE SAME PASS TOTALS THE YEAR'S REPORTABLE PAY
      *     FOR THE BACKUP-WITHHOLDING TEST ----------------------------
       FIND-PAID-THROUGH.
           MOVE ZEROS TO WS-THRU-DATE WS-THRU-TIME WS-YTD-REPORTABLE
           SET WS-PR-EOF-SW TO 0
           OPEN INPUT PAYOUT-REGISTER
           IF WS-PR-STATUS = '00'
               PERFORM READ-PAYOUT-REGISTER
               PERFORM CHECK-ONE-REGISTER-ROW
                   UNTIL END-OF-PAYOUT-REGISTER
               CLOSE PAYOUT-REGISTER
           END-IF
           OPEN INPUT FINAL-SETTLEMENT
           IF WS-FS-STATUS = '00'
               MOVE WS-TARGET-TENANT TO FS-TENANT-ID
               READ FINAL-SETTLEMENT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-STATUS = '00'
                   MOVE FS-CUTOFF-DATE TO WS-CAND-DATE
                   MOVE FS-CUTOFF-TIME TO WS-CAND-TIME
                   PERFORM TAKE-LATER-CUTOFF
               END-IF
               CLOSE FINAL-SETTLEMENT
           END-IF
           .
       READ-PAYOUT-REGISTER.
           READ PAYOUT-REGISTER NEXT RECORD
               AT END
                   SET END-OF-PAYOUT-REGISTER TO TRUE
           END-READ
           .
       CHECK-ONE-REGISTER-ROW.
           IF PR-TENANT-ID = WS-TARGET-TENANT
               IF PR-PERIOD-YYMM(1:2) = WS-YTD-YY
                   ADD PR-NET-PAID TO WS-YTD-REPORTABLE
                   IF PR-BACKUP-WITHHELD IS NUMERIC
                       ADD PR-BACKUP-WITHHELD TO WS-YTD-REPORTABLE
                   END-IF
               END-IF
               IF NOT PR-IS-FINAL-SETTLEMENT
                   IF PR-PERIOD-YYMM = ZEROS
                       MOVE PR-RUN-DATE TO WS-CONV-MMDDYYYY
                       COMPUTE WS-CAND-DATE = WS-CONV-YYYY * 10000
                           + WS-CONV-MM * 100 + WS-CONV-DD
                   ELSE
                       COMPUTE WS-CAND-DATE =
                           20000000 + PR-PERIOD-YYMM * 100 + 31
                   END-IF
                   MOVE 235959 TO WS-CAND-TIME
                   PERFORM TAKE-LATER-CUTOFF
               END-IF
           END-IF
           PERFORM READ-PAYOUT-REGISTER
           .
       TAKE-LATER-CUTOFF.
           IF WS-CAND-DATE > WS-THRU-DATE
                   OR (WS-CAND-DATE = WS-THRU-DATE
                       AND WS-CAND-TIME > WS-THRU-TIME)
               MOVE WS-CAND-DATE TO WS-THRU-DATE
               MOVE WS-CAND-TIME TO WS-THRU-TIME
           END-IF
           .
      *-----------------------------------------------------------------
       OPEN-SETTLEMENT-STATEMENT.
           SET SP-OP-OPEN TO TRUE
           MOVE 'FINALSTM' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES -- FINAL SETTLEMENT STATEMENT'
               TO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO WS-STM-LINE
           STRING 'TENANT ' WS-TARGET-TENANT '  '
               FUNCTION TRIM(TM-FIRST) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-LAST-NAME) DELIMITED BY SIZE
               INTO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO WS-STM-LINE
           IF WS-THRU-DATE = ZEROS
               STRING 'DATE ' DF-MMDDYYYY
                   '  -- ALL SALES ON FILE (NO EARLIER PAYOUT)'
                   DELIMITED BY SIZE INTO WS-STM-LINE
           ELSE
               STRING 'DATE ' DF-MMDDYYYY
                   '  -- SALES AFTER THE PAYOUT THROUGH '
                   WS-THRU-DATE DELIMITED BY SIZE INTO WS-STM-LINE
           END-IF
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE 'DATE     RECEIPT  ITEM PRICE   WITHHELD  COMMISSION'
               TO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           .
       EMIT-STATEMENT-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-STM-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------------------
      * --- ONE PASS OVER THE LEDGER: EVERY LIVE ROW THE CONSIGNOR
      *     SHARES IN THAT SOLD AFTER THE PAID-THROUGH POINT IS ADDED
      *     TO THE SETTLEMENT AND LISTED ON THE STATEMENT.  A PENDING
      *     CHARGEBACK HOLD OR RELEASE ON ONE OF THE CONSIGNOR'S OWN
      *     ROWS IS TAKEN NOW, AS CMSPAY WOULD, AND THE FLAG MOVED ON;
      *     A SHARED-BOOTH ROW IS LEFT FOR CMSPAY, WHICH HOLDS BOTH
      *     HALVES AT ONCE ---------------------------------------------
       ACCUMULATE-UNPAID-SALES.
           SET WS-SL-EOF-SW TO 0
           OPEN I-O SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SALES-LEDGER
           PERFORM SETTLE-ONE-LEDGER-ROW UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           .
       SETTLE-ONE-LEDGER-ROW.
           IF SL-IS-VOIDED
                   OR SL-TENANT-ID = ZEROS
                   OR SL-DATE-OF-SALE NOT NUMERIC
                   OR SL-SALE-PRICE NOT NUMERIC
                   OR SL-COMMISSION NOT NUMERIC
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-SPLIT-PAIR
           IF SPLIT-FOUND
               IF WS-SPL-TENANT-A(SPL-IDX) NOT = WS-TARGET-TENANT
                       AND WS-SPL-TENANT-B(SPL-IDX)
                           NOT = WS-TARGET-TENANT
                   PERFORM READ-SALES-LEDGER
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF SL-TENANT-ID NOT = WS-TARGET-TENANT
                   PERFORM READ-SALES-LEDGER
                   EXIT PARAGRAPH
               END-IF
               IF SL-DISPUTE-HOLD-DUE OR SL-DISPUTE-RELEASE-DUE
                   PERFORM APPLY-ROW-DISPUTE-HOLD
               END-IF
           END-IF
           PERFORM CHECK-ROW-UNPAID
           IF ROW-IS-UNPAID
               PERFORM ADD-UNPAID-ROW
           END-IF
           PERFORM READ-SALES-LEDGER
           .
       LOOK-UP-SPLIT-PAIR.
           SET SPLIT-NOT-FOUND TO TRUE
           SET SPL-IDX TO 1
           PERFORM SCAN-SPLIT-TABLE
               UNTIL SPL-IDX > WS-SPLIT-COUNT OR SPLIT-FOUND
           .
       SCAN-SPLIT-TABLE.
           IF WS-SPL-TENANT-A(SPL-IDX) = SL-TENANT-ID
                   OR WS-SPL-TENANT-B(SPL-IDX) = SL-TENANT-ID
               SET SPLIT-FOUND TO TRUE
           ELSE
               SET SPL-IDX UP BY 1
           END-IF
           .
       CHECK-ROW-UNPAID.
           SET ROW-IS-UNPAID TO TRUE
           IF SL-DATE-OF-SALE < WS-THRU-DATE
               SET ROW-WAS-PAID TO TRUE
           END-IF
           IF SL-DATE-OF-SALE = WS-THRU-DATE
                   AND (SL-TIME-OF-SALE NOT NUMERIC
                        OR SL-TIME-OF-SALE NOT > WS-THRU-TIME)
               SET ROW-WAS-PAID TO TRUE
           END-IF
           .
      * --- THE CONSIGNOR'S SHARE OF THE ROW, SPLIT THE WAY CMSPAY
      *     SPLITS IT SO THE PARTNER'S CHECK STILL ADDS UP ------------
       ADD-UNPAID-ROW.
           CALL 'CARDFEE' USING CARD-FEE-PARAMS SALES-LEDGER-RECORD
           MOVE SL-COMMISSION TO WS-ROW-SHARE
           MOVE CF-FEE-AMOUNT TO WS-ROW-FEE
           IF SPLIT-FOUND
               COMPUTE WS-SHARE-A ROUNDED =
                   SL-COMMISSION * WS-SPL-PCT-A(SPL-IDX) / 100
               COMPUTE WS-CARD-FEE-A ROUNDED =
                   CF-FEE-AMOUNT * WS-SPL-PCT-A(SPL-IDX) / 100
               IF WS-SPL-TENANT-A(SPL-IDX) = WS-TARGET-TENANT
                   MOVE WS-SHARE-A    TO WS-ROW-SHARE
                   MOVE WS-CARD-FEE-A TO WS-ROW-FEE
               ELSE
                   SUBTRACT WS-SHARE-A    FROM WS-ROW-SHARE
                   SUBTRACT WS-CARD-FEE-A FROM WS-ROW-FEE
               END-IF
           END-IF
           IF SL-IS-RETURN
               SUBTRACT WS-ROW-SHARE FROM WS-GROSS-COMMISSION
               SUBTRACT WS-ROW-FEE   FROM WS-CARD-FEE
           ELSE
               ADD WS-ROW-SHARE TO WS-GROSS-COMMISSION
               ADD WS-ROW-FEE   TO WS-CARD-FEE
           END-IF
           ADD 1 TO WS-ROWS-SETTLED
           COMPUTE WS-STM-WITHHELD = SL-SALE-PRICE - SL-COMMISSION
           MOVE SL-SALE-PRICE   TO WS-STM-PRICE-SHOW
           MOVE WS-STM-WITHHELD TO WS-STM-WITH-SHOW
           MOVE WS-ROW-SHARE    TO WS-STM-COMM-SHOW
           MOVE SPACES TO WS-STM-LINE
           STRING SL-DATE-OF-SALE ' ' SL-RECEIPT-NO
               ' ' WS-STM-PRICE-SHOW
               ' ' WS-STM-WITH-SHOW
               ' ' WS-STM-COMM-SHOW
               DELIMITED BY SIZE INTO WS-STM-LINE
           IF SL-IS-RETURN
               MOVE WS-STM-LINE TO WS-STM-TEMP
               STRING FUNCTION TRIM(WS-STM-TEMP)
                   ' (RETURN)' DELIMITED BY SIZE
                   INTO WS-STM-LINE
           END-IF
           IF SPLIT-FOUND
               MOVE WS-STM-LINE TO WS-STM-TEMP
               STRING FUNCTION TRIM(WS-STM-TEMP)
                   ' (SPLIT SHARE)' DELIMITED BY SIZE
                   INTO WS-STM-LINE
           END-IF
           IF SL-IS-DISPUTED
               MOVE WS-STM-LINE TO WS-STM-TEMP
               STRING FUNCTION TRIM(WS-STM-TEMP)
                   ' (DISPUTED)' DELIMITED BY SIZE
                   INTO WS-STM-LINE
           END-IF
           PERFORM EMIT-STATEMENT-LINE
           .
      * --- SAME HOLD CMSPAY TAKES: THE COMMISSION LESS THE CARD-FEE
      *     SHARE, NEGATIVE WHEN A CLOSED DISPUTE RELEASES IT ---------
       APPLY-ROW-DISPUTE-HOLD.
           CALL 'CARDFEE' USING CARD-FEE-PARAMS SALES-LEDGER-RECORD
           COMPUTE WS-HOLD-AMOUNT = SL-COMMISSION - CF-FEE-AMOUNT
           IF NOT SL-DISPUTE-HOLD-DUE
               COMPUTE WS-HOLD-AMOUNT = 0 - WS-HOLD-AMOUNT
           END-IF
           ADD WS-HOLD-AMOUNT TO WS-DISPUTE-HOLD
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
           .
      *-----------------------------------------------------------------
      * --- A CONSIGNOR THE OWNER PUT ON PAYHOLD THROUGH CMSPAY IS NOT
      *     SETTLED HERE EITHER: NOTHING IS POSTED OR PAID, AND THE
      *     CONSPAY BALANCE THE HOLD IS CARRYING STAYS WHERE IT IS ----
       CHECK-OWNER-HOLD.
           SET WS-OWNER-HOLD-SW TO 0
           OPEN INPUT PAYOUT-HOLD
           IF WS-PH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-TENANT TO PH-TENANT-ID
           READ PAYOUT-HOLD
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PH-STATUS = '00'
               SET ON-OWNER-HOLD TO TRUE
               MOVE PH-REASON TO WS-HOLD-REASON
           END-IF
           CLOSE PAYOUT-HOLD
           .
      *-----------------------------------------------------------------
      * --- A BALANCE CMSPAY HELD UNDER THE MINIMUM CHECK (OR A
      *     CHARGEBACK SHORTFALL CARRIED NEGATIVE) JOINS THE
      *     SETTLEMENT; THE MINIMUM ITSELF DOES NOT APPLY HERE ---------
       LOAD-CARRIED-BALANCE.
           OPEN INPUT CONSIGNOR-PAYABLE
           IF WS-CB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-TENANT TO CB-TENANT-ID
           READ CONSIGNOR-PAYABLE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CB-STATUS = '00'
               SET PAYABLE-ROW-FOUND TO TRUE
               MOVE CB-HELD-BALANCE TO WS-CARRIED-IN
               IF CB-IS-PAY-IN-FULL
                   SET PAY-IN-FULL TO TRUE
               END-IF
           END-IF
           CLOSE CONSIGNOR-PAYABLE
           .
      * --- THE REFUND DTR003 WORKED OUT AT MOVE-OUT, IF IT HAS NOT
      *     ALREADY GONE OUT ON AN EARLIER SETTLEMENT -----------------
       LOAD-DEPOSIT-REFUND.
           OPEN INPUT SECURITY-DEPOSIT
           IF WS-SE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-TENANT TO SE-TENANT-ID
           READ SECURITY-DEPOSIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SE-STATUS = '00'
                   AND SE-IS-SETTLED
                   AND NOT SE-REFUND-PAID
                   AND SE-REFUND-AMOUNT IS NUMERIC
               MOVE SE-REFUND-AMOUNT TO WS-DEPOSIT-REFUND
           END-IF
           CLOSE SECURITY-DEPOSIT
           .
      *-----------------------------------------------------------------
      * --- THE NETTING, IN CMSPAY'S ORDER: CARD FEE AND CHARGEBACK
      *     HOLD, CARRIED BALANCE, RENT, HOUSE ACCOUNT, BACKUP
      *     WITHHOLDING -- WITH THE REST OF THE OPEN A/R TAKEN BEFORE
      *     THE HOUSE ACCOUNT, AND EVERY OFFSET TAKEN OUT OF THE
      *     DEPOSIT REFUND FIRST.  EACH OFFSET POSTS TO TENTAR AS IT
      *     IS TAKEN ---------------------------------------------------
       NET-THE-SETTLEMENT.
           COMPUTE WS-NET = WS-GROSS-COMMISSION - WS-CARD-FEE
               - WS-DISPUTE-HOLD + WS-CARRIED-IN
           MOVE WS-DEPOSIT-REFUND TO WS-REFUND-LEFT
           IF WS-NET < ZEROS AND WS-REFUND-LEFT > ZEROS
               IF WS-REFUND-LEFT + WS-NET >= ZEROS
                   ADD WS-NET TO WS-REFUND-LEFT
                   MOVE ZEROS TO WS-NET
               ELSE
                   ADD WS-REFUND-LEFT TO WS-NET
                   MOVE ZEROS TO WS-REFUND-LEFT
               END-IF
           END-IF
           IF PAYEE-ON-MASTER
               PERFORM APPLY-RENT-OFFSET
           END-IF
           PERFORM SUM-OPEN-AR-BALANCE
           IF WS-ACCT-OWED > WS-AR-BALANCE
               MOVE WS-AR-BALANCE TO WS-ACCT-OWED
           END-IF
           IF WS-ACCT-OWED < ZEROS
               MOVE ZEROS TO WS-ACCT-OWED
           END-IF
           COMPUTE WS-OTHER-OWED = WS-AR-BALANCE - WS-ACCT-OWED
           MOVE WS-OTHER-OWED TO WS-OFFSET-WANTED
           PERFORM TAKE-OFFSET-FROM-PAYOUT
           MOVE WS-OFFSET-TAKEN TO WS-AR-OFFSET
           IF WS-AR-OFFSET > ZEROS
               MOVE WS-TARGET-TENANT    TO AP-TENANT-ID
               MOVE 'P'                 TO AP-TYPE
               MOVE 'SETTLEMENT OFFSET' TO AP-DESCRIPTION
               MOVE WS-AR-OFFSET        TO AP-AMOUNT
               CALL 'ARPOST' USING AR-POST-PARAMS
           END-IF
           MOVE WS-ACCT-OWED TO WS-OFFSET-WANTED
           PERFORM TAKE-OFFSET-FROM-PAYOUT
           MOVE WS-OFFSET-TAKEN TO WS-ACCT-OFFSET
           IF WS-ACCT-OFFSET > ZEROS
               MOVE WS-TARGET-TENANT    TO AP-TENANT-ID
               MOVE 'P'                 TO AP-TYPE
               MOVE 'ACCT OFFSET'       TO AP-DESCRIPTION
               MOVE WS-ACCT-OFFSET      TO AP-AMOUNT
               CALL 'ARPOST' USING AR-POST-PARAMS
           END-IF
           COMPUTE WS-AR-LEFT =
               WS-AR-BALANCE - WS-AR-OFFSET - WS-ACCT-OFFSET
           PERFORM APPLY-BACKUP-WITHHOLDING
      * --- A CHARGEBACK HOLD BIGGER THAN THE SETTLEMENT, OR A
      *     SHORTFALL ALREADY CARRIED IN THAT IT DOES NOT COVER, CARRIES
      *     ON CONSPAY AS CMSPAY CARRIES IT, UNLESS THE CONSIGNOR HAS
      *     MOVED OUT --------------------------------------------------
           MOVE ZEROS TO WS-HELD
           IF WS-NET < ZEROS
                   AND (WS-DISPUTE-HOLD > ZEROS
                        OR WS-CARRIED-IN < ZEROS)
                   AND NOT PAY-IN-FULL
               IF WS-NET + WS-DISPUTE-HOLD - WS-CARRIED-IN < ZEROS
                   COMPUTE WS-HELD =
                       0 - (WS-DISPUTE-HOLD - WS-CARRIED-IN)
               ELSE
                   MOVE WS-NET TO WS-HELD
               END-IF
               SUBTRACT WS-HELD FROM WS-NET
           END-IF
           IF WS-NET > ZEROS
               COMPUTE WS-AMOUNT-PAID = WS-NET + WS-REFUND-LEFT
           ELSE
               MOVE WS-REFUND-LEFT TO WS-AMOUNT-PAID
           END-IF
           .
      * --- AN OFFSET COMES OUT OF THE DEPOSIT REFUND FIRST, THEN THE
      *     COMMISSION; WHAT NEITHER COVERS STAYS OPEN ON TENTAR ------
       TAKE-OFFSET-FROM-PAYOUT.
           MOVE ZEROS TO WS-OFFSET-TAKEN
           IF WS-OFFSET-WANTED NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-REFUND-LEFT > ZEROS
               IF WS-REFUND-LEFT >= WS-OFFSET-WANTED
                   MOVE WS-OFFSET-WANTED TO WS-OFFSET-TAKEN
               ELSE
                   MOVE WS-REFUND-LEFT TO WS-OFFSET-TAKEN
               END-IF
               SUBTRACT WS-OFFSET-TAKEN FROM WS-REFUND-LEFT
               SUBTRACT WS-OFFSET-TAKEN FROM WS-OFFSET-WANTED
           END-IF
           IF WS-OFFSET-WANTED > ZEROS AND WS-NET > ZEROS
               IF WS-NET >= WS-OFFSET-WANTED
                   MOVE WS-OFFSET-WANTED TO WS-NET-TAKEN
               ELSE
                   MOVE WS-NET TO WS-NET-TAKEN
               END-IF
               SUBTRACT WS-NET-TAKEN FROM WS-NET
               ADD WS-NET-TAKEN TO WS-OFFSET-TAKEN
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A CONSIGNOR STILL ON THE MASTER HAS LATE FEES AND ANY
      *     RENT NOW DUE TAKEN AS A REAL RENT RECEIPT, THE WAY CMSPAY
      *     TAKES ITS RENT OFFSET, SO THE DUE DATE MOVES ON ------------
       APPLY-RENT-OFFSET.
           MOVE TENANT-MASTER-RECORD TO WS-TM-BEFORE
           PERFORM CALC-RENT-OWED
           MOVE WS-RENT-OWED TO WS-OFFSET-WANTED
           PERFORM TAKE-OFFSET-FROM-PAYOUT
           MOVE WS-OFFSET-TAKEN TO WS-RENT-OFFSET
           IF WS-RENT-OFFSET > ZEROS
               PERFORM POST-OFFSET-AS-RENT-RECEIPT
           END-IF
           .
       CALC-RENT-OWED.
           MOVE TM-LATE-FEE-BALANCE TO WS-RENT-OWED
           MOVE TM-NEXT-RENT-DUE-ON TO WS-DUE-DATE
           MOVE WS-DUE-YYYY TO WS-DUE-ISO(1:4)
           MOVE WS-DUE-MM   TO WS-DUE-ISO(5:2)
           MOVE WS-DUE-DD   TO WS-DUE-ISO(7:2)
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-ISO)
           IF WS-DUE-INT <= WS-TODAY-INT
               ADD TM-RENT-AMOUNT TO WS-RENT-OWED
           END-IF
           .
       POST-OFFSET-AS-RENT-RECEIPT.
           IF WS-RENT-OFFSET >= TM-LATE-FEE-BALANCE
               MOVE TM-LATE-FEE-BALANCE TO WS-FEE-PORTION
           ELSE
               MOVE WS-RENT-OFFSET TO WS-FEE-PORTION
           END-IF
           COMPUTE WS-RENT-PORTION = WS-RENT-OFFSET - WS-FEE-PORTION
           SUBTRACT WS-FEE-PORTION FROM TM-LATE-FEE-BALANCE
           IF WS-RENT-PORTION >= TM-RENT-AMOUNT
               MOVE DF-MMDDYYYY TO TM-LAST-PAID-DATE
               MOVE TM-NEXT-RENT-DUE-ON TO WS-RENT-DT
               ADD 1 TO RD-MONTH
               IF RD-MONTH > 12
                   MOVE 1 TO RD-MONTH
                   ADD 1 TO RD-YEAR
               END-IF
               MOVE WS-RENT-DT TO TM-NEXT-RENT-DUE-ON
           END-IF
           REWRITE TENANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE TENANT ' TM-TENANT-ID
               NOT INVALID KEY
                   MOVE 'R' TO JT-OPERATION
                   MOVE 'FINALPAY' TO JT-PROGRAM
                   MOVE WS-TM-BEFORE TO JT-BEFORE-IMAGE
                   MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                   CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
           END-REWRITE
           PERFORM GET-NEXT-RENT-RECEIPT-NO
           MOVE WS-RENT-RECEIPT-NO  TO RL-RECEIPT-NO
           MOVE DF-MMDDYYYY         TO RL-DATE-PAID
           MOVE TM-TENANT-ID        TO RL-TENANT-ID
           MOVE WS-RENT-PORTION     TO RL-AMOUNT-PAID
           MOVE WS-FEE-PORTION      TO RL-LATE-FEE-PAID
           MOVE 'PAY'               TO RL-OPERATOR-ID
           MOVE TM-STORE-ID         TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
               CLOSE RENT-LEDGER
               OPEN EXTEND RENT-LEDGER
           END-IF
           WRITE RENT-LEDGER-RECORD
           CLOSE RENT-LEDGER
           MOVE TM-TENANT-ID     TO AP-TENANT-ID
           MOVE 'P'              TO AP-TYPE
           MOVE 'PAYOUT OFFSET'  TO AP-DESCRIPTION
           MOVE WS-RENT-OFFSET   TO AP-AMOUNT
           CALL 'ARPOST' USING AR-POST-PARAMS
           .
       GET-NEXT-RENT-RECEIPT-NO.
           MOVE 1 TO WS-RC-RRN
           OPEN I-O RENT-COUNTER
           IF WS-RC-STATUS = '35'
               OPEN OUTPUT RENT-COUNTER
               MOVE ZEROS TO RC-LAST-RECEIPT-NO
               WRITE RENT-COUNTER-RECORD
               CLOSE RENT-COUNTER
               OPEN I-O RENT-COUNTER
           END-IF
           READ RENT-COUNTER
               INVALID KEY
                   MOVE ZEROS TO RC-LAST-RECEIPT-NO
           END-READ
           ADD 1 TO RC-LAST-RECEIPT-NO
           REWRITE RENT-COUNTER-RECORD
               INVALID KEY
                   WRITE RENT-COUNTER-RECORD
           END-REWRITE
           MOVE RC-LAST-RECEIPT-NO TO WS-RENT-RECEIPT-NO
           CLOSE RENT-COUNTER
           .
      * --- THE OPEN POSITION OFF THE SUBLEDGER (CHARGES LESS
      *     PAYMENTS LESS CREDITS), AND THE HOUSE-ACCOUNT PART OF IT
      *     (REGISTER CHARGES LESS EARLIER OFFSETS) -------------------
       SUM-OPEN-AR-BALANCE.
           MOVE ZEROS TO WS-AR-BALANCE WS-ACCT-OWED
           SET WS-AR-EOF-SW TO 0
           OPEN INPUT TENANT-AR
           IF WS-AR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-AR
           PERFORM SUM-ONE-AR-ROW UNTIL END-OF-TENANT-AR
           CLOSE TENANT-AR
           .
       READ-TENANT-AR.
           READ TENANT-AR NEXT RECORD
               AT END
                   SET END-OF-TENANT-AR TO TRUE
           END-READ
           .
       SUM-ONE-AR-ROW.
           IF AR-TENANT-ID = WS-TARGET-TENANT
               IF AR-IS-CHARGE
                   ADD AR-AMOUNT TO WS-AR-BALANCE
               ELSE
                   SUBTRACT AR-AMOUNT FROM WS-AR-BALANCE
               END-IF
               EVALUATE TRUE
                   WHEN AR-IS-CHARGE
                           AND AR-DESCRIPTION = 'HOUSE ACCT CHARGE'
                       ADD AR-AMOUNT TO WS-ACCT-OWED
                   WHEN AR-IS-PAYMENT
                           AND AR-DESCRIPTION = 'ACCT OFFSET'
                       SUBTRACT AR-AMOUNT FROM WS-ACCT-OWED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-TENANT-AR
           .
      * --- BACKUP WITHHOLDING ON THE COMMISSION SIDE ONLY, ONCE THE
      *     YEAR'S REPORTABLE PAY PLUS THIS CHECK REACHES THE 1099
      *     THRESHOLD WITH NO W-9 ON FILE ------------------------------
       APPLY-BACKUP-WITHHOLDING.
           MOVE ZEROS TO WS-BACKUP-WH
           IF WS-NET NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           SET W9-NOT-ON-FILE TO TRUE
           OPEN INPUT TAXPAYER-ID-FILE
           IF WS-TI-STATUS = '00'
               MOVE WS-TARGET-TENANT TO TI-TENANT-ID
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
               CLOSE TAXPAYER-ID-FILE
           END-IF
           IF W9-NOT-ON-FILE
                   AND WS-YTD-REPORTABLE + WS-NET >= WS-1099-THRESHOLD
               COMPUTE WS-BACKUP-WH ROUNDED =
                   WS-NET * WS-BACKUP-WH-PCT / 100
               SUBTRACT WS-BACKUP-WH FROM WS-NET
           END-IF
           .
      *-----------------------------------------------------------------
      * --- ONE CHECK, OR A DIRECT DEPOSIT WHEN THE CONSIGNOR IS STILL
      *     ON THE MASTER AND TAKES THEIR PAYOUTS THAT WAY.  BOTH GO
      *     INTO THE CHECK REGISTER LIKE ANY CMSPAY PAYMENT ------------
       PAY-THE-SETTLEMENT.
           MOVE ZEROS TO WS-CHECK-NO
           IF WS-AMOUNT-PAID NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-CR-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF
           OPEN OUTPUT CHECK-PRINT
           SET BP-REFUSED TO TRUE
           IF PAYEE-ON-MASTER
                   AND TM-WANTS-DIRDEP
                   AND TM-BANK-ROUTING NOT = ZEROS
               PERFORM REVEAL-PAYOUT-BANK
           END-IF
           IF BP-OK
               SET PAID-BY-DIRDEP TO TRUE
               PERFORM GET-NEXT-EFT-NO
               PERFORM APPEND-CHECK-REGISTER-ROW
               PERFORM WRITE-EFT-BATCH-ROW
               PERFORM PRINT-DEPOSIT-ADVICE
           ELSE
               SET PAID-BY-CHECK TO TRUE
               PERFORM GET-NEXT-CHECK-NO
               PERFORM APPEND-CHECK-REGISTER-ROW
               PERFORM PRINT-FORMATTED-CHECK
           END-IF
           CLOSE CHECK-REGISTER
           CLOSE CHECK-PRINT
           .
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
       GET-NEXT-EFT-NO.
           MOVE 1 TO WS-EF-RRN
           OPEN I-O EFT-COUNTER
           IF WS-EF-STATUS = '35'
               OPEN OUTPUT EFT-COUNTER
               MOVE 900000 TO EF-LAST-EFT-NO
               WRITE EFT-COUNTER-RECORD
               CLOSE EFT-COUNTER
               OPEN I-O EFT-COUNTER
           END-IF
           READ EFT-COUNTER
               INVALID KEY
                   MOVE 900000 TO EF-LAST-EFT-NO
           END-READ
           ADD 1 TO EF-LAST-EFT-NO
           REWRITE EFT-COUNTER-RECORD
               INVALID KEY
                   WRITE EFT-COUNTER-RECORD
           END-REWRITE
           MOVE EF-LAST-EFT-NO TO WS-CHECK-NO
           CLOSE EFT-COUNTER
           .
       APPEND-CHECK-REGISTER-ROW.
           MOVE WS-CHECK-NO               TO CR-CHECK-NO
           MOVE DF-MMDDYYYY               TO CR-ISSUE-DATE
           MOVE WS-TARGET-TENANT          TO CR-TENANT-ID
           MOVE WS-AMOUNT-PAID            TO CR-AMOUNT
           MOVE WS-CURRENT-YYMM           TO CR-PERIOD-YYMM
           SET CR-IS-ISSUED               TO TRUE
           MOVE DF-MMDDYYYY               TO CR-STATUS-DATE
           MOVE ZEROS                     TO CR-REPLACES-CHECK
           MOVE ZEROS                     TO CR-VENDOR-ID
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CHECK ' WS-CHECK-NO
                           ' ALREADY IN REGISTER -- NOT REWRITTEN'
           END-WRITE
           .
      * --- THE BANK WANTS THE WHOLE NUMBER; BANKPROT HANDS IT BACK
      *     FOR THE BATCH ROW ONLY AND LOGS THE REVEAL TO BANKAUD ------
       REVEAL-PAYOUT-BANK.
           SET BP-REVEAL TO TRUE
           MOVE 'FINALPAY'           TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE 'EFT'                TO BP-OPERATOR-ID
           MOVE 'FINAL SETTLEMENT'   TO BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           IF NOT BP-OK
               DISPLAY 'BANK DETAILS UNREADABLE FOR TENANT '
                       TM-TENANT-ID ' -- PAID BY CHECK INSTEAD'
           END-IF
           .
      * --- THE ONE CREDIT GOES ON THE END OF THE BANK BATCH, SO A
      *     MONTHLY BATCH NOT YET SENT IS NOT LOST ---------------------
       WRITE-EFT-BATCH-ROW.
           OPEN EXTEND EFT-BATCH-FILE
           IF WS-EB-STATUS = '05' OR WS-EB-STATUS = '35'
               OPEN OUTPUT EFT-BATCH-FILE
               CLOSE EFT-BATCH-FILE
               OPEN EXTEND EFT-BATCH-FILE
           END-IF
           MOVE BP-ROUTING            TO EB-ROUTING
           MOVE BP-ACCOUNT            TO EB-ACCOUNT
           MOVE WS-AMOUNT-PAID        TO EB-AMOUNT
           MOVE WS-TARGET-TENANT      TO EB-TENANT-ID
           MOVE WS-CHECK-NO           TO EB-EFT-NO
           MOVE DF-MMDDYYYY           TO EB-DATE
           WRITE EFT-BATCH-RECORD
           CLOSE EFT-BATCH-FILE
           .
       PRINT-DEPOSIT-ADVICE.
           MOVE WS-AMOUNT-PAID TO WS-EDIT-CHECK-AMT
           MOVE ALL '-' TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'DARLENE''S TREASURES   DIRECT DEPOSIT ADVICE '
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
           STRING 'DEPOSITED FOR: '
               FUNCTION TRIM(TM-FIRST) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-LAST-NAME) DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'AMOUNT: $' FUNCTION TRIM(WS-EDIT-CHECK-AMT)
               '  TO ACCOUNT ENDING ' BP-LAST-FOUR
               DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           PERFORM PRINT-SETTLEMENT-STUB-LINES
           .
       PRINT-FORMATTED-CHECK.
           MOVE WS-AMOUNT-PAID TO WS-EDIT-CHECK-AMT
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
               FUNCTION TRIM(TM-FIRST) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-LAST-NAME) DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE TM-ADDRESS-LINE-1 TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING FUNCTION TRIM(TM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(TM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'AMOUNT: $' FUNCTION TRIM(WS-EDIT-CHECK-AMT)
               DELIMITED BY SIZE
               INTO WS-CHECK-LINE
           MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           PERFORM PRINT-SETTLEMENT-STUB-LINES
           .
       PRINT-SETTLEMENT-STUB-LINES.
           MOVE 'MEMO: FINAL CONSIGNMENT SETTLEMENT -- SEE STATEMENT'
               TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           IF WS-DEPOSIT-REFUND > ZEROS
               MOVE WS-DEPOSIT-REFUND TO WS-EDIT-CHECK-AMT
               MOVE SPACES TO WS-CHECK-LINE
               STRING 'INCLUDES SECURITY DEPOSIT REFUND: $'
                   FUNCTION TRIM(WS-EDIT-CHECK-AMT)
                   DELIMITED BY SIZE
                   INTO WS-CHECK-LINE
               MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           IF WS-BACKUP-WH > ZEROS
               MOVE WS-BACKUP-WH TO WS-EDIT-CHECK-AMT
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
      * --- THE REGISTER ROW: NET PAID IS THE COMMISSION SIDE ONLY,
      *     THE DEPOSIT REFUND RIDES IN ITS OWN FIELD ------------------
       WRITE-PAYOUT-REGISTER-ROW.
           OPEN EXTEND PAYOUT-REGISTER
           IF WS-PR-STATUS = '05' OR WS-PR-STATUS = '35'
               OPEN OUTPUT PAYOUT-REGISTER
               CLOSE PAYOUT-REGISTER
               OPEN EXTEND PAYOUT-REGISTER
           END-IF
           MOVE WS-TARGET-TENANT    TO PR-TENANT-ID
           MOVE WS-CURRENT-YYMM     TO PR-PERIOD-YYMM
           MOVE DF-MMDDYYYY         TO PR-RUN-DATE
           MOVE WS-GROSS-COMMISSION TO PR-GROSS-COMMISSION
           COMPUTE PR-DEDUCTIONS =
               WS-RENT-OFFSET + WS-AR-OFFSET + WS-ACCT-OFFSET
           MOVE WS-NET              TO PR-NET-PAID
           MOVE WS-CARRIED-IN       TO PR-CARRIED-IN
           MOVE WS-HELD             TO PR-HELD-AMOUNT
           MOVE WS-BACKUP-WH        TO PR-BACKUP-WITHHELD
           MOVE WS-CARD-FEE         TO PR-CARD-FEE
           MOVE WS-DISPUTE-HOLD     TO PR-DISPUTE-HOLD
           SET PR-IS-FINAL-SETTLEMENT TO TRUE
           MOVE WS-REFUND-LEFT      TO PR-REFUND-PAID
           WRITE PAYOUT-REGISTER-RECORD
           CLOSE PAYOUT-REGISTER
           .
      * --- THE CONSPAY ROW IS CLEARED, OR REMOVED ONCE A MOVED-OUT
      *     CONSIGNOR IS PAID; A CHARGEBACK SHORTFALL STAYS ON IT ------
       UPDATE-PAYABLE-BALANCE.
           OPEN I-O CONSIGNOR-PAYABLE
           IF WS-CB-STATUS = '35'
               OPEN OUTPUT CONSIGNOR-PAYABLE
               CLOSE CONSIGNOR-PAYABLE
               OPEN I-O CONSIGNOR-PAYABLE
           END-IF
           MOVE WS-TARGET-TENANT TO CB-TENANT-ID
           READ CONSIGNOR-PAYABLE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CB-STATUS = '00'
               IF PAY-IN-FULL AND WS-HELD = ZEROS
                   DELETE CONSIGNOR-PAYABLE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   IF WS-HELD NOT = ZEROS
                           AND CB-HELD-BALANCE = ZEROS
                       MOVE WS-CURRENT-YYMM TO CB-HELD-SINCE-YYMM
                   END-IF
                   IF WS-HELD = ZEROS
                       MOVE ZEROS TO CB-HELD-SINCE-YYMM
                   END-IF
                   MOVE WS-HELD     TO CB-HELD-BALANCE
                   MOVE DF-MMDDYYYY TO CB-LAST-RUN-DATE
                   REWRITE CONSIGNOR-PAYABLE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO UPDATE PAYABLE FOR '
                                   'TENANT ' CB-TENANT-ID
                   END-REWRITE
               END-IF
           ELSE
               IF WS-HELD NOT = ZEROS
                   MOVE WS-TARGET-TENANT TO CB-TENANT-ID
                   MOVE WS-HELD          TO CB-HELD-BALANCE
                   MOVE WS-CURRENT-YYMM  TO CB-HELD-SINCE-YYMM
                   MOVE DF-MMDDYYYY      TO CB-LAST-RUN-DATE
                   MOVE 'N'              TO CB-PAY-IN-FULL-FLAG
                   MOVE ZEROS            TO CB-MOVEOUT-DATE
                   WRITE CONSIGNOR-PAYABLE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO HOLD PAYABLE FOR TENANT '
                                   CB-TENANT-ID
                   END-WRITE
               END-IF
           END-IF
           CLOSE CONSIGNOR-PAYABLE
           .
       MARK-DEPOSIT-REFUNDED.
           IF WS-DEPOSIT-REFUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SECURITY-DEPOSIT
           IF WS-SE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-TENANT TO SE-TENANT-ID
           READ SECURITY-DEPOSIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SE-STATUS = '00'
               SET SE-REFUND-PAID TO TRUE
               REWRITE SECURITY-DEPOSIT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           CLOSE SECURITY-DEPOSIT
           .
      * --- THE CUTOFF CMSPAY READS: THIS RUN'S DATE AND TIME ---------
       WRITE-SETTLEMENT-CUTOFF.
           OPEN I-O FINAL-SETTLEMENT
           IF WS-FS-STATUS = '35'
               OPEN OUTPUT FINAL-SETTLEMENT
               CLOSE FINAL-SETTLEMENT
               OPEN I-O FINAL-SETTLEMENT
           END-IF
           MOVE WS-TARGET-TENANT TO FS-TENANT-ID
           READ FINAL-SETTLEMENT
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-TARGET-TENANT    TO FS-TENANT-ID
           MOVE WS-TODAY-ISO        TO FS-CUTOFF-DATE
           MOVE WS-NOW-TIME         TO FS-CUTOFF-TIME
           MOVE DF-MMDDYYYY         TO FS-RUN-DATE
           MOVE WS-CHECK-NO         TO FS-CHECK-NO
           MOVE WS-GROSS-COMMISSION TO FS-GROSS-COMMISSION
           MOVE WS-CARD-FEE         TO FS-CARD-FEE
           MOVE WS-DISPUTE-HOLD     TO FS-DISPUTE-HOLD
           MOVE WS-CARRIED-IN       TO FS-CARRIED-IN
           MOVE WS-DEPOSIT-REFUND   TO FS-DEPOSIT-REFUND
           MOVE WS-RENT-OFFSET      TO FS-RENT-OFFSET
           MOVE WS-AR-OFFSET        TO FS-AR-OFFSET
           MOVE WS-ACCT-OFFSET      TO FS-ACCT-OFFSET
           MOVE WS-BACKUP-WH        TO FS-BACKUP-WITHHELD
           MOVE WS-AMOUNT-PAID      TO FS-AMOUNT-PAID
           IF WS-FS-STATUS = '00'
               REWRITE FINAL-SETTLEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE SETTLEMENT CUTOFF '
                               'FOR TENANT ' WS-TARGET-TENANT
               END-REWRITE
           ELSE
               WRITE FINAL-SETTLEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO FILE SETTLEMENT CUTOFF '
                               'FOR TENANT ' WS-TARGET-TENANT
               END-WRITE
           END-IF
           CLOSE FINAL-SETTLEMENT
           .
      *-----------------------------------------------------------------
      * --- THE SETTLEMENT MATH UNDER THE ROWS, DOWN TO THE CHECK ------
       PRINT-STATEMENT-SUMMARY.
           MOVE SPACES TO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE 'GROSS COMMISSION' TO WS-STM-LABEL
           MOVE WS-GROSS-COMMISSION TO WS-STM-AMT-SHOW
           PERFORM EMIT-STATEMENT-AMOUNT
           IF WS-CARD-FEE NOT = ZEROS
               MOVE 'LESS CARD PROCESSING FEE SHARE' TO WS-STM-LABEL
               MOVE WS-CARD-FEE TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-DISPUTE-HOLD > ZEROS
               MOVE 'LESS CHARGEBACK HOLD' TO WS-STM-LABEL
               MOVE WS-DISPUTE-HOLD TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-DISPUTE-HOLD < ZEROS
               MOVE 'PLUS CHARGEBACK HOLD RELEASED' TO WS-STM-LABEL
               COMPUTE WS-STM-AMT-SHOW = 0 - WS-DISPUTE-HOLD
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-CARRIED-IN NOT = ZEROS
               MOVE 'PLUS BALANCE CARRIED FROM PRIOR RUNS'
                   TO WS-STM-LABEL
               MOVE WS-CARRIED-IN TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-DEPOSIT-REFUND > ZEROS
               MOVE 'PLUS SECURITY DEPOSIT REFUND' TO WS-STM-LABEL
               MOVE WS-DEPOSIT-REFUND TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-RENT-OFFSET > ZEROS
               MOVE 'LESS RENT AND LATE FEES DUE' TO WS-STM-LABEL
               MOVE WS-RENT-OFFSET TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-AR-OFFSET > ZEROS
               MOVE 'LESS OPEN ACCOUNT BALANCE' TO WS-STM-LABEL
               MOVE WS-AR-OFFSET TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-ACCT-OFFSET > ZEROS
               MOVE 'LESS HOUSE ACCT PURCHASES' TO WS-STM-LABEL
               MOVE WS-ACCT-OFFSET TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-BACKUP-WH > ZEROS
               MOVE 'LESS BACKUP WITHHOLDING (NO W-9)' TO WS-STM-LABEL
               MOVE WS-BACKUP-WH TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           MOVE WS-AMOUNT-PAID TO WS-STM-AMT-SHOW
           MOVE SPACES TO WS-STM-LINE
           EVALUATE TRUE
               WHEN PAID-BY-CHECK
                   STRING 'PAID BY CHECK NO. ' WS-CHECK-NO
                       '               ' WS-STM-AMT-SHOW
                       DELIMITED BY SIZE INTO WS-STM-LINE
               WHEN PAID-BY-DIRDEP
                   STRING 'PAID BY DIRECT DEPOSIT ' WS-CHECK-NO
                       '          ' WS-STM-AMT-SHOW
                       DELIMITED BY SIZE INTO WS-STM-LINE
               WHEN OTHER
                   MOVE 'NOTHING LEFT TO PAY AFTER OFFSETS'
                       TO WS-STM-LINE
           END-EVALUATE
           PERFORM EMIT-STATEMENT-LINE
           IF WS-AR-LEFT > ZEROS
               MOVE 'ACCOUNT BALANCE STILL OWED TO THE SHOP'
                   TO WS-STM-LABEL
               MOVE WS-AR-LEFT TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-HELD < ZEROS
               MOVE 'CHARGEBACK SHORTFALL CARRIED FORWARD'
                   TO WS-STM-LABEL
               MOVE WS-HELD TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           IF WS-NET < ZEROS
               MOVE 'SETTLEMENT SHORT -- OWED TO THE SHOP'
                   TO WS-STM-LABEL
               MOVE WS-NET TO WS-STM-AMT-SHOW
               PERFORM EMIT-STATEMENT-AMOUNT
           END-IF
           MOVE SPACES TO WS-STM-LINE
           STRING 'SALES ON THIS STATEMENT: ' WS-ROWS-SETTLED
               '  -- NOT PAID AGAIN BY THE MONTHLY RUN'
               DELIMITED BY SIZE INTO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           DISPLAY 'FINAL SETTLEMENT FOR TENANT ' WS-TARGET-TENANT
                   ': ' WS-ROWS-SETTLED ' SALES, PAID ' WS-AMOUNT-PAID
           IF PAID-BY-CHECK
               DISPLAY 'CHECK NO. ' WS-CHECK-NO ' TO CHECKPRT'
           END-IF
           IF PAID-BY-DIRDEP
               DISPLAY 'DIRECT DEPOSIT ' WS-CHECK-NO ' TO EFTBATCH'
           END-IF
           .
       EMIT-STATEMENT-AMOUNT.
           MOVE SPACES TO WS-STM-LINE
           STRING WS-STM-LABEL WS-STM-AMT-SHOW
               DELIMITED BY SIZE INTO WS-STM-LINE
           PERFORM EMIT-STATEMENT-LINE
           .
