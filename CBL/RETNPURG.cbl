       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNPURG.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    RETNPURG -- YEARLY PERSONAL-DATA RETENTION RUN.  A DEPARTED
      *    TENANT'S NAME, ADDRESS AND PHONES ARE BLANKED ON EVERY
      *    TENANTHS AND TENHARC ROW, AND THE TEXT OF EVERY CONTLOG
      *    NOTE ABOUT THEM IS MASKED, ONCE THEIR LATEST MOVE-OUT IS
      *    OLDER THAN THE RETENTION PERIOD AND THE 1099 HOLD, AND ONLY
      *    WHEN NOTHING STILL NEEDS THEM: NOT BACK ON THE TENANT
      *    MASTER, NO COLLECTIONS ACCOUNT STILL WORKING OR INSIDE ITS
      *    HOLD, NO HELD PAYOUT ON CONSPAY, NO UNCASHED CHECK ON
      *    CHKREG.  THE TENANT ID, DATES AND EVERY MONEY FIELD STAY.
      *    A RETAIL CUSTOMER WITH NO SALE, LAYAWAY, CERTIFICATE OR
      *    STORE-CREDIT ACTIVITY FOR THE CUSTOMER PERIOD, AND NONE OF
      *    THEM STILL OPEN, IS ANONYMIZED ON CUSTMAST THE SAME WAY:
      *    THE NUMBER, POINTS AND HISTORY STAY, THE PERSON GOES.
      *    THE PERIODS ARE ON THE RETNPOL ROW.
      *      "GNUMAIN RETNPURG"        LIST ONLY -- WHAT WOULD GO
      *      "GNUMAIN RETNPURG PURGE"  ANONYMIZE AND LIST WHAT WENT
      *    THE LIST (IDS AND DATES ONLY) IS SPOOLED AS 'RETNPURG'.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-POLICY
               ASSIGN TO 'RETNPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT TENANT-HISTORY
               ASSIGN TO 'TENANTHS'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT TENANT-HISTORY-ARCHIVE
               ASSIGN TO 'TENHARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.
           SELECT TENANT-HISTORY-KEEP
               ASSIGN TO 'TENHKEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TK-STATUS.
           SELECT CONTACT-LOG
               ASSIGN TO 'CONTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
           SELECT CONTACT-LOG-KEEP
               ASSIGN TO 'CONTKEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT COLLECTIONS-FILE
               ASSIGN TO 'COLLECTF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-TENANT-ID
               FILE STATUS IS WS-CO-STATUS.
           SELECT CONSIGNOR-PAYABLE
               ASSIGN TO 'CONSPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-TENANT-ID
               FILE STATUS IS WS-CB-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CR-STATUS.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CU-STATUS.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT LAYAWAY-FILE
               ASSIGN TO 'LAYAWAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-LAYAWAY-NO
               FILE STATUS IS WS-LA-STATUS.
           SELECT GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GC-CERT-NO
               FILE STATUS IS WS-GC-STATUS.
           SELECT STORE-CREDIT-FILE
               ASSIGN TO 'STORCRED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CREDIT-NO
               FILE STATUS IS WS-CD-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-POLICY.
       COPY RETNPOL.
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  TENANT-HISTORY-ARCHIVE.
       01 TENANT-HISTORY-ARCHIVE-RECORD PIC X(384).
       FD  TENANT-HISTORY-KEEP.
       01 TENANT-HISTORY-KEEP-RECORD    PIC X(402).
       FD  CONTACT-LOG.
       COPY CONTLOG.
       FD  CONTACT-LOG-KEEP.
       01 CONTACT-LOG-KEEP-RECORD       PIC X(82).
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  COLLECTIONS-FILE.
       COPY COLLECT.
       FD  CONSIGNOR-PAYABLE.
       COPY CONSPAY.
       FD  CHECK-REGISTER.
       COPY CHKREG.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  LAYAWAY-FILE.
       COPY LAYAWAY.
       FD  GIFT-CERT-FILE.
       COPY GIFTCERT.
       FD  STORE-CREDIT-FILE.
       COPY STORCRED.
       WORKING-STORAGE SECTION.
       01 WS-RN-STATUS         PIC XX VALUE '00'.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
       01 WS-TA-STATUS         PIC XX VALUE '00'.
       01 WS-TK-STATUS         PIC XX VALUE '00'.
       01 WS-TL-STATUS         PIC XX VALUE '00'.
       01 WS-LK-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-CO-STATUS         PIC XX VALUE '00'.
       01 WS-CB-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-CU-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-LA-STATUS         PIC XX VALUE '00'.
       01 WS-GC-STATUS         PIC XX VALUE '00'.
       01 WS-CD-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-RN-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-RETENTION-POLICY VALUE 1.
          03 WS-TH-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-HISTORY  VALUE 1.
          03 WS-TA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-HISTORY-ARCHIVE VALUE 1.
          03 WS-TK-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-KEEP-FILE       VALUE 1.
          03 WS-TL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CONTACT-LOG     VALUE 1.
          03 WS-LK-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-LOG-KEEP        VALUE 1.
          03 WS-CO-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-COLLECTIONS     VALUE 1.
          03 WS-CB-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CONSIGNOR-PAYABLE VALUE 1.
          03 WS-CR-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CHECK-REG       VALUE 1.
          03 WS-CU-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CUSTOMERS       VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-LA-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-LAYAWAYS        VALUE 1.
          03 WS-GC-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-GIFT-CERTS      VALUE 1.
          03 WS-CD-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-STORE-CREDITS   VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-PURGE             VALUE 'PURGE'.
      * --- THE PERIODS IN FORCE: THE RETNPOL ROW, OR THESE DEFAULTS
      *     WHEN A FIELD THERE IS ZERO OR NOT NUMERIC -----------------
       01 WS-TENANT-YEARS      PIC 9(2) VALUE 7.
       01 WS-1099-HOLD-YEARS   PIC 9(2) VALUE 4.
       01 WS-COLLECT-YEARS     PIC 9(2) VALUE 7.
       01 WS-CUSTOMER-YEARS    PIC 9(2) VALUE 3.
      * --- CUTOFFS AS CCYYMMDD: THE SAME MONTH AND DAY, N YEARS BACK.
      *     A MOVE-OUT TAX YEAR MUST BE BEFORE WS-1099-LAST-YEAR ------
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TENANT-CUTOFF     PIC 9(8) VALUE ZEROS.
       01 WS-COLLECT-CUTOFF    PIC 9(8) VALUE ZEROS.
       01 WS-CUSTOMER-CUTOFF   PIC 9(8) VALUE ZEROS.
       01 WS-1099-LAST-YEAR    PIC 9(4) VALUE ZEROS.
      * --- MMDDYYYY TO CCYYMMDD.  A DATE THAT IS NOT NUMERIC COMES
      *     BACK AS ALL NINES, SO IT NEVER LOOKS OLD ENOUGH TO PURGE --
       01 WS-CONV-MMDDYYYY     PIC 9(8) VALUE ZEROS.
       01 WS-CONV-DT REDEFINES WS-CONV-MMDDYYYY.
          03 WS-CONV-MM        PIC 9(2).
          03 WS-CONV-DD        PIC 9(2).
          03 WS-CONV-YYYY      PIC 9(4).
       01 WS-CONV-ISO          PIC 9(8) VALUE ZEROS.
      * --- EVERY DEPARTED TENANT ON TENANTHS OR TENHARC: THE LATEST
      *     MOVE-OUT, WHETHER SOMETHING STILL HOLDS THE RECORDS, AND
      *     HOW MANY ROWS OF EACH FILE WERE (OR WOULD BE) MASKED -----
       01 WS-TENANT-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-TENANT-TABLE.
          03 WS-TENANT-ENTRY   OCCURS 3000 TIMES INDEXED BY TT-IDX.
             05 WS-TT-TENANT-ID     PIC 9(6).
             05 WS-TT-LAST-END      PIC 9(8).
             05 WS-TT-HOLD-SW       PIC X.
                88 TT-IS-HELD               VALUE 'H'.
                88 TT-IS-ELIGIBLE           VALUE 'E'.
             05 WS-TT-HIST-ROWS     PIC 9(3).
             05 WS-TT-ARCH-ROWS     PIC 9(3).
             05 WS-TT-NOTE-ROWS     PIC 9(3).
       01 WS-TENANT-FULL-SW    PIC 9 VALUE 0.
          88 TENANT-TABLE-FULL         VALUE 1.
       01 WS-FIND-TENANT-ID    PIC 9(6) VALUE ZEROS.
      * --- CUSTOMER NUMBERS WITH RECENT OR STILL-OPEN ACTIVITY -------
       01 WS-ACTIVE-COUNT      PIC 9(4) VALUE ZEROS.
       01 WS-ACTIVE-TABLE.
          03 WS-ACTIVE-CUST    OCCURS 5000 TIMES INDEXED BY AC-IDX
                               PIC 9(6).
       01 WS-ACTIVE-FULL-SW    PIC 9 VALUE 0.
          88 ACTIVE-TABLE-FULL         VALUE 1.
       01 WS-FIND-CUSTOMER-NO  PIC 9(6) VALUE ZEROS.
      * --- WHAT A MASKED FIELD READS AS AFTERWARDS -------------------
       01 WS-ANON-TENANT-NAME  PIC X(25) VALUE 'ANONYMIZED'.
       01 WS-ANON-CUST-NAME    PIC X(30) VALUE 'ANONYMIZED CUSTOMER'.
       01 WS-ANON-NOTE         PIC X(60)
               VALUE '*** NOTE REMOVED UNDER RETENTION POLICY ***'.
      * --- RUN TOTALS ------------------------------------------------
       01 WS-TENANTS-PURGED    PIC 9(5) VALUE ZEROS.
       01 WS-TENANTS-HELD      PIC 9(5) VALUE ZEROS.
       01 WS-HIST-MASKED       PIC 9(6) VALUE ZEROS.
       01 WS-ARCH-MASKED       PIC 9(6) VALUE ZEROS.
       01 WS-NOTES-MASKED      PIC 9(6) VALUE ZEROS.
       01 WS-CUSTOMERS-PURGED  PIC 9(5) VALUE ZEROS.
       01 WS-CUSTOMERS-HELD    PIC 9(5) VALUE ZEROS.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       COPY DATEFMT.
       COPY SPOOLIO.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV(1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-RUN-MODE NOT = SPACES AND NOT MODE-IS-PURGE
                   DISPLAY 'USE "RETNPURG" TO LIST OR '
                           '"RETNPURG PURGE" TO ANONYMIZE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           PERFORM LOAD-RETENTION-POLICY
           PERFORM SET-CUTOFFS
           SET SP-OP-OPEN TO TRUE
           MOVE 'RETNPURG' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           PERFORM PRINT-RUN-HEADER
           PERFORM PURGE-DEPARTED-TENANTS
           PERFORM PURGE-INACTIVE-CUSTOMERS
           PERFORM PRINT-RUN-TOTALS
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           GOBACK
           .
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------------------
      * --- THE PERIODS OFF THE ONE RETNPOL ROW; A ZERO OR BAD VALUE
      *     THERE LEAVES THE BUILT-IN DEFAULT IN FORCE ----------------
       LOAD-RETENTION-POLICY.
           SET WS-RN-EOF-SW TO 0
           OPEN INPUT RETENTION-POLICY
           IF WS-RN-STATUS = '35'
               PERFORM SEED-RETENTION-POLICY
               OPEN INPUT RETENTION-POLICY
           END-IF
           IF WS-RN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ RETENTION-POLICY NEXT RECORD
               AT END
                   SET END-OF-RETENTION-POLICY TO TRUE
           END-READ
           IF NOT END-OF-RETENTION-POLICY
               IF RN-TENANT-YEARS IS NUMERIC
                       AND RN-TENANT-YEARS > ZEROS
                   MOVE RN-TENANT-YEARS TO WS-TENANT-YEARS
               END-IF
               IF RN-1099-HOLD-YEARS IS NUMERIC
                       AND RN-1099-HOLD-YEARS > ZEROS
                   MOVE RN-1099-HOLD-YEARS TO WS-1099-HOLD-YEARS
               END-IF
               IF RN-COLLECT-HOLD-YEARS IS NUMERIC
                       AND RN-COLLECT-HOLD-YEARS > ZEROS
                   MOVE RN-COLLECT-HOLD-YEARS TO WS-COLLECT-YEARS
               END-IF
               IF RN-CUSTOMER-YEARS IS NUMERIC
                       AND RN-CUSTOMER-YEARS > ZEROS
                   MOVE RN-CUSTOMER-YEARS TO WS-CUSTOMER-YEARS
               END-IF
           END-IF
           CLOSE RETENTION-POLICY
           .
       SEED-RETENTION-POLICY.
           OPEN OUTPUT RETENTION-POLICY
           MOVE 7 TO RN-TENANT-YEARS
           MOVE 4 TO RN-1099-HOLD-YEARS
           MOVE 7 TO RN-COLLECT-HOLD-YEARS
           MOVE 3 TO RN-CUSTOMER-YEARS
           WRITE RETENTION-POLICY-RECORD
           CLOSE RETENTION-POLICY
           .
       SET-CUTOFFS.
           COMPUTE WS-TODAY-ISO =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           COMPUTE WS-TENANT-CUTOFF =
               WS-TODAY-ISO - WS-TENANT-YEARS * 10000
           COMPUTE WS-COLLECT-CUTOFF =
               WS-TODAY-ISO - WS-COLLECT-YEARS * 10000
           COMPUTE WS-CUSTOMER-CUTOFF =
               WS-TODAY-ISO - WS-CUSTOMER-YEARS * 10000
           COMPUTE WS-1099-LAST-YEAR = DF-YEAR - WS-1099-HOLD-YEARS
           .
       CONVERT-MMDDYYYY.
           IF WS-CONV-MMDDYYYY IS NUMERIC
               COMPUTE WS-CONV-ISO = WS-CONV-YYYY * 10000
                   + WS-CONV-MM * 100 + WS-CONV-DD
           ELSE
               MOVE 99999999 TO WS-CONV-ISO
           END-IF
           .
      *-----------------------------------------------------------------
       PRINT-RUN-HEADER.
           MOVE 'DARLENE''S TREASURES - PERSONAL-DATA RETENTION RUN'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF MODE-IS-PURGE
               STRING 'RUN ' DF-MMDDYYYY
                   ' -- THE RECORDS LISTED WERE ANONYMIZED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'RUN ' DF-MMDDYYYY
                   ' -- LIST ONLY, NOTHING WAS CHANGED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TENANTS GONE ' WS-TENANT-YEARS ' YRS, 1099 HOLD '
               WS-1099-HOLD-YEARS ' YRS, COLLECTIONS HOLD '
               WS-COLLECT-YEARS ' YRS, CUSTOMERS IDLE '
               WS-CUSTOMER-YEARS ' YRS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      *=================================================================
      * --- DEPARTED TENANTS: GATHER EVERY TENANT ID OFF BOTH HISTORY
      *     FILES, HOLD ANY THAT SOMETHING STILL NEEDS, THEN MASK THE
      *     REST THROUGH THE SAME KEEP-FILE COPY ARCHPRG USES ---------
       PURGE-DEPARTED-TENANTS.
           PERFORM GATHER-HISTORY-TENANTS
           PERFORM GATHER-ARCHIVE-TENANTS
           IF TENANT-TABLE-FULL
               MOVE 'TOO MANY DEPARTED TENANTS TO CHECK IN ONE RUN -- '
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 'NO TENANT RECORDS WERE TOUCHED' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM DECIDE-ONE-TENANT
               VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TENANT-COUNT
           PERFORM HOLD-FOR-COLLECTIONS
           PERFORM HOLD-FOR-HELD-PAYOUT
           PERFORM HOLD-FOR-UNCASHED-CHECK
           PERFORM HOLD-FOR-RETURNED-TENANT
           PERFORM MASK-TENANT-HISTORY
           PERFORM MASK-HISTORY-ARCHIVE
           PERFORM MASK-CONTACT-LOG
           PERFORM PRINT-TENANT-LIST
           .
       GATHER-HISTORY-TENANTS.
           SET WS-TH-EOF-SW TO 0
           OPEN INPUT TENANT-HISTORY
           IF WS-TH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TENANT-HISTORY
           PERFORM NOTE-ONE-HISTORY-ROW UNTIL END-OF-TENANT-HISTORY
           CLOSE TENANT-HISTORY
           .
       READ-TENANT-HISTORY.
           READ TENANT-HISTORY NEXT RECORD
               AT END
                   SET END-OF-TENANT-HISTORY TO TRUE
           END-READ
           .
       NOTE-ONE-HISTORY-ROW.
           PERFORM NOTE-HISTORY-TENANT
           PERFORM READ-TENANT-HISTORY
           .
      * --- THE ARCHIVED ROWS ARE THE FIRST 384 BYTES OF THE HISTORY
      *     LAYOUT, LAID INTO THE TENANT-HISTORY RECORD AREA (THAT
      *     FILE IS CLOSED BY NOW) TO BE READ FIELD BY FIELD ---------
       GATHER-ARCHIVE-TENANTS.
           SET WS-TA-EOF-SW TO 0
           OPEN INPUT TENANT-HISTORY-ARCHIVE
           IF WS-TA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HISTORY-ARCHIVE
           PERFORM NOTE-ONE-ARCHIVE-ROW UNTIL END-OF-HISTORY-ARCHIVE
           CLOSE TENANT-HISTORY-ARCHIVE
           .
       READ-HISTORY-ARCHIVE.
           READ TENANT-HISTORY-ARCHIVE NEXT RECORD
               AT END
                   SET END-OF-HISTORY-ARCHIVE TO TRUE
           END-READ
           .
       NOTE-ONE-ARCHIVE-ROW.
           MOVE TENANT-HISTORY-ARCHIVE-RECORD TO TENANT-HISTORY-RECORD
           PERFORM NOTE-HISTORY-TENANT
           PERFORM READ-HISTORY-ARCHIVE
           .
      * --- ONE TABLE ENTRY PER TENANT, CARRYING THE LATEST MOVE-OUT
      *     OF ALL THEIR ROWS -----------------------------------------
       NOTE-HISTORY-TENANT.
           IF TH-TENANT-ID NOT NUMERIC OR TENANT-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE TH-END-DATE TO WS-CONV-MMDDYYYY
           PERFORM CONVERT-MMDDYYYY
           MOVE TH-TENANT-ID TO WS-FIND-TENANT-ID
           PERFORM FIND-TENANT-ENTRY
           IF ENTRY-FOUND
               IF WS-CONV-ISO > WS-TT-LAST-END(TT-IDX)
                   MOVE WS-CONV-ISO TO WS-TT-LAST-END(TT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TENANT-COUNT >= 3000
               SET TENANT-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TENANT-COUNT
           SET TT-IDX TO WS-TENANT-COUNT
           MOVE TH-TENANT-ID TO WS-TT-TENANT-ID(TT-IDX)
           MOVE WS-CONV-ISO  TO WS-TT-LAST-END(TT-IDX)
           MOVE SPACE        TO WS-TT-HOLD-SW(TT-IDX)
           MOVE ZEROS        TO WS-TT-HIST-ROWS(TT-IDX)
                                WS-TT-ARCH-ROWS(TT-IDX)
                                WS-TT-NOTE-ROWS(TT-IDX)
           .
       FIND-TENANT-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           SET TT-IDX TO 1
           PERFORM SCAN-TENANT-TABLE
               UNTIL TT-IDX > WS-TENANT-COUNT OR ENTRY-FOUND
           .
       SCAN-TENANT-TABLE.
           IF WS-TT-TENANT-ID(TT-IDX) = WS-FIND-TENANT-ID
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET TT-IDX UP BY 1
           END-IF
           .
      * --- OLD ENOUGH ON BOTH COUNTS: THE LATEST MOVE-OUT IS BEFORE
      *     THE RETENTION CUTOFF AND ITS TAX YEAR IS PAST THE 1099
      *     HOLD.  THE HOLD- PARAGRAPHS BELOW CAN STILL KEEP IT -------
       DECIDE-ONE-TENANT.
           IF WS-TT-LAST-END(TT-IDX) < WS-TENANT-CUTOFF
                   AND WS-TT-LAST-END(TT-IDX)(1:4) < WS-1099-LAST-YEAR
               SET TT-IS-ELIGIBLE(TT-IDX) TO TRUE
           END-IF
           .
      * --- AN ACCOUNT STILL ASSIGNED OR PAYING HOLDS THE RECORDS
      *     OUTRIGHT; A SETTLED OR WRITTEN-OFF ONE HOLDS THEM UNTIL
      *     ITS LAST STATUS DATE IS PAST THE COLLECTIONS HOLD ---------
       HOLD-FOR-COLLECTIONS.
           SET WS-CO-EOF-SW TO 0
           OPEN INPUT COLLECTIONS-FILE
           IF WS-CO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-COLLECTIONS
           PERFORM CHECK-ONE-COLLECTION UNTIL END-OF-COLLECTIONS
           CLOSE COLLECTIONS-FILE
           .
       READ-COLLECTIONS.
           READ COLLECTIONS-FILE NEXT RECORD
               AT END
                   SET END-OF-COLLECTIONS TO TRUE
           END-READ
           .
       CHECK-ONE-COLLECTION.
           MOVE CO-TENANT-ID TO WS-FIND-TENANT-ID
           PERFORM FIND-TENANT-ENTRY
           IF ENTRY-FOUND
               MOVE CO-STATUS-DATE TO WS-CONV-MMDDYYYY
               PERFORM CONVERT-MMDDYYYY
               IF CO-IS-ASSIGNED OR CO-IS-PAYING
                       OR WS-CONV-ISO NOT < WS-COLLECT-CUTOFF
                   SET TT-IS-HELD(TT-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM READ-COLLECTIONS
           .
      * --- A PAYOUT STILL HELD UNDER THE MINIMUM CHECK IS STILL OWED
      *     TO THEM, AND GOES OUT ADDRESSED FROM THE HISTORY ROW ------
       HOLD-FOR-HELD-PAYOUT.
           SET WS-CB-EOF-SW TO 0
           OPEN INPUT CONSIGNOR-PAYABLE
           IF WS-CB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CONSIGNOR-PAYABLE
           PERFORM CHECK-ONE-HELD-PAYOUT UNTIL END-OF-CONSIGNOR-PAYABLE
           CLOSE CONSIGNOR-PAYABLE
           .
       READ-CONSIGNOR-PAYABLE.
           READ CONSIGNOR-PAYABLE NEXT RECORD
               AT END
                   SET END-OF-CONSIGNOR-PAYABLE TO TRUE
           END-READ
           .
       CHECK-ONE-HELD-PAYOUT.
           IF CB-HELD-BALANCE > ZEROS
               MOVE CB-TENANT-ID TO WS-FIND-TENANT-ID
               PERFORM FIND-TENANT-ENTRY
               IF ENTRY-FOUND
                   SET TT-IS-HELD(TT-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM READ-CONSIGNOR-PAYABLE
           .
      * --- AN ISSUED CHECK NOBODY CASHED IS ESCHEAT'S TO REPORT, WITH
      *     THE PAYEE'S LAST KNOWN NAME AND ADDRESS -------------------
       HOLD-FOR-UNCASHED-CHECK.
           SET WS-CR-EOF-SW TO 0
           OPEN INPUT CHECK-REGISTER
           IF WS-CR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHECK-ROW
           PERFORM CHECK-ONE-ISSUED-CHECK UNTIL END-OF-CHECK-REG
           CLOSE CHECK-REGISTER
           .
       READ-CHECK-ROW.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET END-OF-CHECK-REG TO TRUE
           END-READ
           .
       CHECK-ONE-ISSUED-CHECK.
           IF CR-IS-ISSUED AND CR-TENANT-ID IS NUMERIC
               MOVE CR-TENANT-ID TO WS-FIND-TENANT-ID
               PERFORM FIND-TENANT-ENTRY
               IF ENTRY-FOUND
                   SET TT-IS-HELD(TT-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM READ-CHECK-ROW
           .
      * --- A CONSIGNOR WHO CAME BACK (DTR007) IS A LIVE TENANT AGAIN;
      *     THEIR OLD ROWS STAY AS THEY ARE ---------------------------
       HOLD-FOR-RETURNED-TENANT.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RETURNED-TENANT
               VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TENANT-COUNT
           CLOSE TENANT-MASTER
           .
       CHECK-RETURNED-TENANT.
           IF TT-IS-ELIGIBLE(TT-IDX)
               MOVE WS-TT-TENANT-ID(TT-IDX) TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TT-IS-HELD(TT-IDX) TO TRUE
               END-READ
           END-IF
           .
      *-----------------------------------------------------------------
      * --- THE PERSON COMES OFF THE ROW; THE ID, DATES, BOOTH, RATES
      *     AND EVERY MONEY FIELD STAY FOR THE BOOKS ------------------
       MASK-HISTORY-ROW.
           MOVE WS-ANON-TENANT-NAME TO TH-LAST-NAME
           MOVE SPACES TO TH-MID
                          TH-FIRST
                          TH-ADDRESS-LINE-1
                          TH-ADDRESS-LINE-2
                          TH-CITY
                          TH-STATE-COUNTRY
                          TH-POSTAL-CODE
                          TH-HOME-TELEPHONE
                          TH-WORK
                          TH-OTHER
           .
      * --- SET ENTRY-FOUND WHEN THE ROW IN THE TENANT-HISTORY AREA
      *     BELONGS TO AN ELIGIBLE TENANT AND STILL NAMES SOMEBODY ----
       CHECK-ROW-TO-MASK.
           SET ENTRY-NOT-FOUND TO TRUE
           IF TH-TENANT-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF TH-LAST-NAME = WS-ANON-TENANT-NAME
                   AND TH-ADDRESS-LINE-1 = SPACES
                   AND TH-HOME-TELEPHONE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TH-TENANT-ID TO WS-FIND-TENANT-ID
           PERFORM FIND-TENANT-ENTRY
           IF ENTRY-FOUND AND NOT TT-IS-ELIGIBLE(TT-IDX)
               SET ENTRY-NOT-FOUND TO TRUE
           END-IF
           .
       MASK-TENANT-HISTORY.
           SET WS-TH-EOF-SW TO 0
           OPEN INPUT TENANT-HISTORY
           IF WS-TH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF MODE-IS-PURGE
               OPEN OUTPUT TENANT-HISTORY-KEEP
           END-IF
           PERFORM READ-TENANT-HISTORY
           PERFORM MASK-ONE-HISTORY-ROW UNTIL END-OF-TENANT-HISTORY
           CLOSE TENANT-HISTORY
           IF MODE-IS-PURGE
               CLOSE TENANT-HISTORY-KEEP
               OPEN OUTPUT TENANT-HISTORY
               OPEN INPUT TENANT-HISTORY-KEEP
               SET WS-TK-EOF-SW TO 0
               PERFORM READ-KEEP-ROW
               PERFORM COPY-KEEP-TO-HISTORY UNTIL END-OF-KEEP-FILE
               CLOSE TENANT-HISTORY
               CLOSE TENANT-HISTORY-KEEP
           END-IF
           .
       MASK-ONE-HISTORY-ROW.
           PERFORM CHECK-ROW-TO-MASK
           IF ENTRY-FOUND
               PERFORM MASK-HISTORY-ROW
               ADD 1 TO WS-TT-HIST-ROWS(TT-IDX)
               ADD 1 TO WS-HIST-MASKED
           END-IF
           IF MODE-IS-PURGE
               MOVE TENANT-HISTORY-RECORD TO TENANT-HISTORY-KEEP-RECORD
               WRITE TENANT-HISTORY-KEEP-RECORD
           END-IF
           PERFORM READ-TENANT-HISTORY
           .
       READ-KEEP-ROW.
           READ TENANT-HISTORY-KEEP NEXT RECORD
               AT END
                   SET END-OF-KEEP-FILE TO TRUE
           END-READ
           .
       COPY-KEEP-TO-HISTORY.
           MOVE TENANT-HISTORY-KEEP-RECORD TO TENANT-HISTORY-RECORD
           WRITE TENANT-HISTORY-RECORD
           PERFORM READ-KEEP-ROW
           .
       MASK-HISTORY-ARCHIVE.
           SET WS-TA-EOF-SW TO 0
           OPEN INPUT TENANT-HISTORY-ARCHIVE
           IF WS-TA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF MODE-IS-PURGE
               OPEN OUTPUT TENANT-HISTORY-KEEP
           END-IF
           PERFORM READ-HISTORY-ARCHIVE
           PERFORM MASK-ONE-ARCHIVE-ROW UNTIL END-OF-HISTORY-ARCHIVE
           CLOSE TENANT-HISTORY-ARCHIVE
           IF MODE-IS-PURGE
               CLOSE TENANT-HISTORY-KEEP
               OPEN OUTPUT TENANT-HISTORY-ARCHIVE
               OPEN INPUT TENANT-HISTORY-KEEP
               SET WS-TK-EOF-SW TO 0
               PERFORM READ-KEEP-ROW
               PERFORM COPY-KEEP-TO-ARCHIVE UNTIL END-OF-KEEP-FILE
               CLOSE TENANT-HISTORY-ARCHIVE
               CLOSE TENANT-HISTORY-KEEP
           END-IF
           .
       MASK-ONE-ARCHIVE-ROW.
           MOVE TENANT-HISTORY-ARCHIVE-RECORD TO TENANT-HISTORY-RECORD
           PERFORM CHECK-ROW-TO-MASK
           IF ENTRY-FOUND
               PERFORM MASK-HISTORY-ROW
               ADD 1 TO WS-TT-ARCH-ROWS(TT-IDX)
               ADD 1 TO WS-ARCH-MASKED
           END-IF
           IF MODE-IS-PURGE
               MOVE TENANT-HISTORY-RECORD TO TENANT-HISTORY-KEEP-RECORD
               WRITE TENANT-HISTORY-KEEP-RECORD
           END-IF
           PERFORM READ-HISTORY-ARCHIVE
           .
       COPY-KEEP-TO-ARCHIVE.
           MOVE TENANT-HISTORY-KEEP-RECORD
               TO TENANT-HISTORY-ARCHIVE-RECORD
           WRITE TENANT-HISTORY-ARCHIVE-RECORD
           PERFORM READ-KEEP-ROW
           .
      * --- THE NOTE TEXT IS WHERE THE DESK WROTE DOWN PHONE NUMBERS
      *     AND PROMISES; THE DATE AND SOURCE OF EACH NOTE STAY -------
       MASK-CONTACT-LOG.
           SET WS-TL-EOF-SW TO 0
           OPEN INPUT CONTACT-LOG
           IF WS-TL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF MODE-IS-PURGE
               OPEN OUTPUT CONTACT-LOG-KEEP
           END-IF
           PERFORM READ-CONTACT-LOG
           PERFORM MASK-ONE-CONTACT-NOTE UNTIL END-OF-CONTACT-LOG
           CLOSE CONTACT-LOG
           IF MODE-IS-PURGE
               CLOSE CONTACT-LOG-KEEP
               OPEN OUTPUT CONTACT-LOG
               OPEN INPUT CONTACT-LOG-KEEP
               SET WS-LK-EOF-SW TO 0
               PERFORM READ-LOG-KEEP-ROW
               PERFORM COPY-KEEP-TO-CONTACT-LOG UNTIL END-OF-LOG-KEEP
               CLOSE CONTACT-LOG
               CLOSE CONTACT-LOG-KEEP
           END-IF
           .
       READ-CONTACT-LOG.
           READ CONTACT-LOG NEXT RECORD
               AT END
                   SET END-OF-CONTACT-LOG TO TRUE
           END-READ
           .
       MASK-ONE-CONTACT-NOTE.
           IF TL-TENANT-ID IS NUMERIC AND TL-NOTE NOT = WS-ANON-NOTE
               MOVE TL-TENANT-ID TO WS-FIND-TENANT-ID
               PERFORM FIND-TENANT-ENTRY
               IF ENTRY-FOUND
                   IF TT-IS-ELIGIBLE(TT-IDX)
                       MOVE WS-ANON-NOTE TO TL-NOTE
                       ADD 1 TO WS-TT-NOTE-ROWS(TT-IDX)
                       ADD 1 TO WS-NOTES-MASKED
                   END-IF
               END-IF
           END-IF
           IF MODE-IS-PURGE
               MOVE CONTACT-LOG-RECORD TO CONTACT-LOG-KEEP-RECORD
               WRITE CONTACT-LOG-KEEP-RECORD
           END-IF
           PERFORM READ-CONTACT-LOG
           .
       READ-LOG-KEEP-ROW.
           READ CONTACT-LOG-KEEP NEXT RECORD
               AT END
                   SET END-OF-LOG-KEEP TO TRUE
           END-READ
           .
       COPY-KEEP-TO-CONTACT-LOG.
           MOVE CONTACT-LOG-KEEP-RECORD TO CONTACT-LOG-RECORD
           WRITE CONTACT-LOG-RECORD
           PERFORM READ-LOG-KEEP-ROW
           .
      *-----------------------------------------------------------------
      * --- ONE LINE PER TENANT MASKED THIS RUN -- THE ID AND MOVE-OUT
      *     ONLY, SINCE THE NAME IS WHAT WENT -------------------------
       PRINT-TENANT-LIST.
           MOVE 'DEPARTED TENANTS' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'TENANT  LAST MOVE-OUT  HISTORY  ARCHIVE  NOTES'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-TENANT
               VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TENANT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-ONE-TENANT.
           IF TT-IS-HELD(TT-IDX)
               ADD 1 TO WS-TENANTS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-TT-HIST-ROWS(TT-IDX) = ZEROS
                   AND WS-TT-ARCH-ROWS(TT-IDX) = ZEROS
                   AND WS-TT-NOTE-ROWS(TT-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TENANTS-PURGED
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-TT-TENANT-ID(TT-IDX) '  '
               WS-TT-LAST-END(TT-IDX) '         '
               WS-TT-HIST-ROWS(TT-IDX) '      '
               WS-TT-ARCH-ROWS(TT-IDX) '      '
               WS-TT-NOTE-ROWS(TT-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      *=================================================================
      * --- INACTIVE CUSTOMERS: EVERY NUMBER WITH RECENT ACTIVITY, OR
      *     WITH A LAYAWAY, CERTIFICATE OR STORE CREDIT STILL OPEN, IS
      *     GATHERED FIRST; ANY OTHER CUSTOMER WHO WAS ADDED AND LAST
      *     REWARDED BEFORE THE CUTOFF IS ANONYMIZED ------------------
       PURGE-INACTIVE-CUSTOMERS.
           MOVE 'INACTIVE CUSTOMERS' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM GATHER-RECENT-SALES
           PERFORM GATHER-LAYAWAY-CUSTOMERS
           PERFORM GATHER-CERT-CUSTOMERS
           PERFORM GATHER-CREDIT-CUSTOMERS
           IF ACTIVE-TABLE-FULL
               MOVE 'TOO MANY ACTIVE CUSTOMERS TO CHECK IN ONE RUN -- '
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 'NO CUSTOMER RECORDS WERE TOUCHED' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CUSTNO  DATE ADDED' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET WS-CU-EOF-SW TO 0
           IF MODE-IS-PURGE
               OPEN I-O CUSTOMER-MASTER
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF
           IF WS-CU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CU-CUSTOMER-NO
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUSTOMER-NO
               INVALID KEY
                   SET END-OF-CUSTOMERS TO TRUE
           END-START
           PERFORM READ-CUSTOMER
           PERFORM CHECK-ONE-CUSTOMER UNTIL END-OF-CUSTOMERS
           CLOSE CUSTOMER-MASTER
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- ONLY THE LEDGER FROM THE CUTOFF ON, BY THE DATE KEY -------
       GATHER-RECENT-SALES.
           SET WS-SL-EOF-SW TO 0
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-CUTOFF TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   SET END-OF-SALES-LEDGER TO TRUE
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM NOTE-ONE-SALE UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           IF NOT END-OF-SALES-LEDGER
               READ SALES-LEDGER NEXT RECORD
                   AT END
                       SET END-OF-SALES-LEDGER TO TRUE
               END-READ
           END-IF
           .
       NOTE-ONE-SALE.
           IF SL-CUSTOMER-NO IS NUMERIC
               MOVE SL-CUSTOMER-NO TO WS-FIND-CUSTOMER-NO
               PERFORM NOTE-ACTIVE-CUSTOMER
           END-IF
           PERFORM READ-SALES-LEDGER
           .
       GATHER-LAYAWAY-CUSTOMERS.
           SET WS-LA-EOF-SW TO 0
           OPEN INPUT LAYAWAY-FILE
           IF WS-LA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LAYAWAY
           PERFORM NOTE-ONE-LAYAWAY UNTIL END-OF-LAYAWAYS
           CLOSE LAYAWAY-FILE
           .
       READ-LAYAWAY.
           READ LAYAWAY-FILE NEXT RECORD
               AT END
                   SET END-OF-LAYAWAYS TO TRUE
           END-READ
           .
       NOTE-ONE-LAYAWAY.
           MOVE LA-LAST-PAY-DATE TO WS-CONV-MMDDYYYY
           PERFORM CONVERT-MMDDYYYY
           IF LA-CUSTOMER-NO IS NUMERIC
                   AND (LA-IS-OPEN
                        OR WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF)
               MOVE LA-CUSTOMER-NO TO WS-FIND-CUSTOMER-NO
               PERFORM NOTE-ACTIVE-CUSTOMER
           END-IF
           PERFORM READ-LAYAWAY
           .
       GATHER-CERT-CUSTOMERS.
           SET WS-GC-EOF-SW TO 0
           OPEN INPUT GIFT-CERT-FILE
           IF WS-GC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-GIFT-CERT
           PERFORM NOTE-ONE-CERT UNTIL END-OF-GIFT-CERTS
           CLOSE GIFT-CERT-FILE
           .
       READ-GIFT-CERT.
           READ GIFT-CERT-FILE NEXT RECORD
               AT END
                   SET END-OF-GIFT-CERTS TO TRUE
           END-READ
           .
      * --- OUTSTANDING, OR ISSUED OR REDEEMED SINCE THE CUTOFF -------
       NOTE-ONE-CERT.
           IF GC-CUSTOMER-NO IS NUMERIC
               MOVE GC-CUSTOMER-NO TO WS-FIND-CUSTOMER-NO
               IF GC-IS-OUTSTANDING
                   PERFORM NOTE-ACTIVE-CUSTOMER
               ELSE
                   MOVE GC-ISSUE-DATE TO WS-CONV-MMDDYYYY
                   PERFORM CONVERT-MMDDYYYY
                   IF WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF
                       PERFORM NOTE-ACTIVE-CUSTOMER
                   END-IF
                   MOVE GC-REDEEMED-DATE TO WS-CONV-MMDDYYYY
                   PERFORM CONVERT-MMDDYYYY
                   IF WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF
                       PERFORM NOTE-ACTIVE-CUSTOMER
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GIFT-CERT
           .
       GATHER-CREDIT-CUSTOMERS.
           SET WS-CD-EOF-SW TO 0
           OPEN INPUT STORE-CREDIT-FILE
           IF WS-CD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STORE-CREDIT
           PERFORM NOTE-ONE-CREDIT UNTIL END-OF-STORE-CREDITS
           CLOSE STORE-CREDIT-FILE
           .
       READ-STORE-CREDIT.
           READ STORE-CREDIT-FILE NEXT RECORD
               AT END
                   SET END-OF-STORE-CREDITS TO TRUE
           END-READ
           .
       NOTE-ONE-CREDIT.
           IF CD-CUSTOMER-NO IS NUMERIC
               MOVE CD-CUSTOMER-NO TO WS-FIND-CUSTOMER-NO
               IF CD-IS-OUTSTANDING
                   PERFORM NOTE-ACTIVE-CUSTOMER
               ELSE
                   MOVE CD-ISSUE-DATE TO WS-CONV-MMDDYYYY
                   PERFORM CONVERT-MMDDYYYY
                   IF WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF
                       PERFORM NOTE-ACTIVE-CUSTOMER
                   END-IF
                   MOVE CD-REDEEMED-DATE TO WS-CONV-MMDDYYYY
                   PERFORM CONVERT-MMDDYYYY
                   IF WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF
                       PERFORM NOTE-ACTIVE-CUSTOMER
                   END-IF
               END-IF
           END-IF
           PERFORM READ-STORE-CREDIT
           .
      * --- CUSTOMER ZERO IS THE WALK-IN, NEVER A RECORD --------------
       NOTE-ACTIVE-CUSTOMER.
           IF WS-FIND-CUSTOMER-NO = ZEROS OR ACTIVE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-CUSTOMER
           IF ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTIVE-COUNT >= 5000
               SET ACTIVE-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE WS-FIND-CUSTOMER-NO TO WS-ACTIVE-CUST(WS-ACTIVE-COUNT)
           .
       FIND-ACTIVE-CUSTOMER.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AC-IDX TO 1
           PERFORM SCAN-ACTIVE-TABLE
               UNTIL AC-IDX > WS-ACTIVE-COUNT OR ENTRY-FOUND
           .
       SCAN-ACTIVE-TABLE.
           IF WS-ACTIVE-CUST(AC-IDX) = WS-FIND-CUSTOMER-NO
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET AC-IDX UP BY 1
           END-IF
           .
       READ-CUSTOMER.
           IF NOT END-OF-CUSTOMERS
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CUSTOMERS TO TRUE
               END-READ
           END-IF
           .
      * --- ADDED BEFORE THE CUTOFF, NO REWARD SINCE IT, NOTHING ON
      *     THE ACTIVE LIST, AND NOT ALREADY ANONYMIZED ---------------
       CHECK-ONE-CUSTOMER.
           IF CU-CUSTOMER-NAME = WS-ANON-CUST-NAME
               PERFORM READ-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CUSTOMER-NO TO WS-FIND-CUSTOMER-NO
           PERFORM FIND-ACTIVE-CUSTOMER
           IF ENTRY-FOUND
               ADD 1 TO WS-CUSTOMERS-HELD
               PERFORM READ-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE CU-DATE-ADDED TO WS-CONV-MMDDYYYY
           PERFORM CONVERT-MMDDYYYY
           IF WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF
               PERFORM READ-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           IF CU-LAST-REWARD-DATE IS NUMERIC
                   AND CU-LAST-REWARD-DATE > ZEROS
               MOVE CU-LAST-REWARD-DATE TO WS-CONV-MMDDYYYY
               PERFORM CONVERT-MMDDYYYY
               IF WS-CONV-ISO NOT < WS-CUSTOMER-CUTOFF
                   PERFORM READ-CUSTOMER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CUSTOMERS-PURGED
           MOVE SPACES TO WS-RPT-LINE
           STRING CU-CUSTOMER-NO '  ' CU-DATE-ADDED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF MODE-IS-PURGE
               PERFORM MASK-CUSTOMER
           END-IF
           PERFORM READ-CUSTOMER
           .
      * --- THE NUMBER, POINTS AND DATES STAY SO OLD RECEIPTS STILL
      *     RESOLVE; THE RECORD IS MARKED REMOVED SO NO LOOKUP OR
      *     MAILING PICKS IT UP AGAIN ---------------------------------
       MASK-CUSTOMER.
           MOVE WS-ANON-CUST-NAME TO CU-CUSTOMER-NAME
           MOVE SPACES TO CU-PHONE
                          CU-ADDRESS-LINE
                          CU-CITY
                          CU-STATE
                          CU-POSTAL-CODE
                          CU-EMAIL
           MOVE 'N' TO CU-MAIL-OPT-IN
                       CU-EMAIL-OPT-IN
           SET CU-IS-REMOVED TO TRUE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER ' CU-CUSTOMER-NO
                           ' COULD NOT BE REWRITTEN'
           END-REWRITE
           .
      *-----------------------------------------------------------------
       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TENANTS ANONYMIZED: ' WS-TENANTS-PURGED
               '   HELD (COLLECTIONS/PAYOUT/CHECK/RETURNED): '
               WS-TENANTS-HELD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ROWS MASKED -- TENANTHS: ' WS-HIST-MASKED
               '  TENHARC: ' WS-ARCH-MASKED
               '  CONTLOG: ' WS-NOTES-MASKED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMERS ANONYMIZED: ' WS-CUSTOMERS-PURGED
               '   KEPT FOR RECENT OR OPEN ACTIVITY: '
               WS-CUSTOMERS-HELD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
