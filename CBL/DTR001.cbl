               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-TENANT-ID
               FILE STATUS IS WS-SE-STATUS.
           SELECT INSURANCE-CERT
               ASSIGN TO 'INSCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-TENANT-ID
               FILE STATUS IS WS-LI-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY RENTCTR.
       FD  SECURITY-DEPOSIT.
       COPY SECDEP.
       FD  INSURANCE-CERT.
       COPY INSCERT.
       FD  BATCH-INPUT.
       01 BATCH-INPUT-RECORD.
          03 BI-LAST-NAME          PIC X(25).
             88 EMAIL-IS-OK            VALUE 1.
             88 EMAIL-NOT-OK           VALUE 0.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
      * --- THE TENANT'S HOME STORE IS THE STORE OF THE BOOTH TAKEN ----
       01 WS-BOOTH-STORE       PIC X(2) VALUE '01'.
       01 WS-XR-STATUS         PIC XX VALUE '00'.
       01 WS-RL-STATUS         PIC XX VALUE '00'.
       01 WS-RC-STATUS         PIC XX VALUE '00'.
       01 WS-RC-RRN            PIC 9(4) COMP VALUE 1.
       01 WS-SE-STATUS         PIC XX VALUE '00'.
       01 WS-LI-STATUS         PIC XX VALUE '00'.
      * --- THE LEASE'S LIABILITY CERTIFICATE, KEYED RIGHT AFTER THE
      *     TENANT IS SAVED; F1 THERE LEAVES IT "TO FOLLOW" -----------
       01 WS-CERT-SWITCHES.
          03 WS-SAVED-SW        PIC 9 VALUE 0.
             88 TENANT-WAS-SAVED          VALUE 1.
             88 TENANT-NOT-SAVED          VALUE 0.
          03 WS-CERT-SW         PIC 9 VALUE 0.
             88 CERT-IS-VALID             VALUE 1.
             88 CERT-NOT-VALID            VALUE 0.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-CERT-EXPIRES-ISO  PIC 9(8) VALUE ZEROS.
      * --- FIRST-MONTH PRORATION: A SIGN-UP ON THE 25TH PAYS ONLY
      *     THE DAYS LEFT IN THE MONTH, OFF THE MONTHS TABLE ----------
       01 WS-PRORATED-RENT     PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-RENT-RECEIPT-NO   PIC 9(6) VALUE ZEROS.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY ARPOST.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY MONTHS.
       COPY JRNLTM.
       COPY VALIDIO.
       COPY BANKPROT.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-LAST-NAME         PIC X(25) VALUE SPACES.
       01 SC-DELIVERY-PREF     PIC X VALUE 'P'.
       01 SC-CHARGE-LIMIT      PIC 9(5)V9(2) VALUE ZEROS.
       01 SC-PAYOUT-METHOD     PIC X VALUE 'C'.
       01 SC-DISC-LIMIT-PCT    PIC 9(2) VALUE ZEROS.
       01 SC-DISC-BREAK-PCT    PIC 9(2) VALUE ZEROS.
       01 SC-DISC-BREAK-AMT    PIC 9(5)V9(2) VALUE ZEROS.
       01 SC-RATE-LOCK         PIC X VALUE 'N'.
       01 SC-INSURER           PIC X(30) VALUE SPACES.
       01 SC-POLICY-NO         PIC X(20) VALUE SPACES.
       01 SC-COVERAGE-AMT      PIC 9(7)V9(2) VALUE ZEROS.
       01 SC-CERT-EXPIRES      PIC 9(8) VALUE ZEROS.
       01 SC-ADDL-INSURED      PIC X VALUE 'Y'.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
          03 LINE 18 COLUMN 10 VALUE 'Lease End'.
          03 LINE 18 COLUMN 21 PIC 9(2)/9(2)/9(4)
                               FROM SC-LEASE-END-DATE.
          03 LINE 18 COLUMN 35 VALUE 'Disc Limit'.
          03 LINE 18 COLUMN 46 PIC Z9
                               REVERSE-VIDEO
                               USING SC-DISC-LIMIT-PCT.
          03 LINE 18 COLUMN 48 VALUE '%'.
          03 LINE 18 COLUMN 51 PIC Z9
                               REVERSE-VIDEO
                               USING SC-DISC-BREAK-PCT.
          03 LINE 18 COLUMN 53 VALUE '% over'.
          03 LINE 18 COLUMN 60 PIC ZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-DISC-BREAK-AMT.
          03 LINE 16 COLUMN 06 VALUE 'Last Paid Date'.
          03 LINE 16 COLUMN 21 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
          03 LINE 19 COLUMN 46 PIC ZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-CHARGE-LIMIT.
          03 LINE 19 COLUMN 57 VALUE 'Rate Lock'.
          03 LINE 19 COLUMN 67 PIC X
                               REVERSE-VIDEO
                               USING SC-RATE-LOCK.
          03 LINE 20 COLUMN 04 VALUE 'Consignment Pct.'.
          03 LINE 20 COLUMN 21 PIC ZZ9
                               REVERSE-VIDEO
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F2 - Help'.
       01 INSURANCE-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 31 VALUE 'Darlene''s Treasures'
                               HIGHLIGHT
                               FOREGROUND-COLOR 4.
          03 LINE 04 COLUMN 26 VALUE 'Liability Insurance Certificate'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 09 VALUE 'Tenant No.'.
          03 LINE 06 COLUMN 21 PIC 9(6)
                               HIGHLIGHT
                               FROM SC-TENANT-ID.
          03 LINE 06 COLUMN 30 PIC X(40)
                               FROM WS-NAME-STRING.
          03 LINE 08 COLUMN 12 VALUE 'Insurer'.
          03 LINE 08 COLUMN 21 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-INSURER.
          03 LINE 09 COLUMN 08 VALUE 'Policy No.'.
          03 LINE 09 COLUMN 21 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-POLICY-NO.
          03 LINE 10 COLUMN 11 VALUE 'Coverage'.
          03 LINE 10 COLUMN 21 PIC Z,ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-COVERAGE-AMT.
          03 LINE 11 COLUMN 12 VALUE 'Expires'.
          03 LINE 11 COLUMN 21 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-CERT-EXPIRES.
          03 LINE 12 COLUMN 01 VALUE 'Mall Addl. Insured'.
          03 LINE 12 COLUMN 21 PIC X
                               REVERSE-VIDEO
                               USING SC-ADDL-INSURED.
          03 LINE 12 COLUMN 24 VALUE '(Y/N)'.
          03 LINE 14 COLUMN 07 VALUE 'Message:'.
          03 LINE 14 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Certificate to Follow'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
               PERFORM CALC-NEXT-RENT-DUE
               PERFORM CALC-LEASE-END-DATE
               PERFORM SAVE-TENANT
               IF TENANT-WAS-SAVED
                   PERFORM GET-INSURANCE-CERT
               END-IF
           END-IF
           .
      * --- OPERATOR PIN GATE: NOBODY ADDS A TENANT UNTIL THEIR PIN
      *     FALLS BACK TO THE OLD FREE-FORM BEHAVIOR -------------------
       VALIDATE-BOOTH.
           SET BOOTH-IS-OK TO TRUE
           MOVE '01' TO WS-BOOTH-STORE
           IF SC-BOOTH-LOCATION NOT = SPACES
               OPEN INPUT BOOTH-MASTER
               IF WS-BM-STATUS = '35'
                       WHEN OTHER
                           MOVE BM-MONTHLY-RATE TO SC-RENT-AMOUNT
                           MOVE BM-BOOTH-SQFT   TO SC-BOOTH-SQFT
                           IF BM-STORE-ID NOT = SPACES
                               MOVE BM-STORE-ID TO WS-BOOTH-STORE
                           END-IF
                   END-EVALUATE
                   CLOSE BOOTH-MASTER
               END-IF
           .
      *-----------------------------------------------------------------
       SAVE-TENANT.
           SET TENANT-NOT-SAVED TO TRUE
           MOVE SC-TENANT-ID        TO TM-TENANT-ID
           MOVE SC-LAST-NAME        TO TM-LAST-NAME
           MOVE SC-MID              TO TM-MID
           MOVE SC-DELIVERY-PREF    TO TM-DELIVERY-PREF
           MOVE SC-CHARGE-LIMIT     TO TM-CHARGE-LIMIT
           MOVE SC-PAYOUT-METHOD    TO TM-PAYOUT-METHOD
           MOVE SC-DISC-LIMIT-PCT   TO TM-DISC-LIMIT-PCT
           MOVE SC-DISC-BREAK-AMT   TO TM-DISC-BREAK-AMT
           MOVE SC-DISC-BREAK-PCT   TO TM-DISC-BREAK-PCT
           INSPECT SC-RATE-LOCK CONVERTING 'y' TO 'Y'
           IF SC-RATE-LOCK = 'Y'
               MOVE 'Y'             TO TM-RATE-LOCK
           ELSE
               MOVE 'N'             TO TM-RATE-LOCK
           END-IF
           MOVE WS-BOOTH-STORE      TO TM-STORE-ID
           MOVE 'N'                 TO TM-SOLD-NOTICE
           PERFORM PROTECT-BANK-DETAILS
           WRITE TENANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TENANT ALREADY ON FILE: ' TM-LAST-NAME
               NOT INVALID KEY
                   SET TENANT-WAS-SAVED TO TRUE
                   PERFORM JOURNAL-TENANT-WRITE
                   PERFORM ASSIGN-BOOTH-TO-TENANT
                   IF WS-PRORATED-RENT > ZEROS
           CLOSE SECURITY-DEPOSIT
           .
      *-----------------------------------------------------------------
      * --- THE LEASE REQUIRES LIABILITY COVERAGE NAMING THE MALL; THE
      *     CERTIFICATE THE DEALER BRINGS TO SIGN-UP IS KEYED HERE.
      *     F1 LEAVES IT TO FOLLOW, AND THE TENANT SHOWS ON THE INSCERT
      *     EXCEPTION LIST UNTIL IT IS KEYED THERE ---------------------
       GET-INSURANCE-CERT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-ISO
           MOVE SPACES TO SC-INSURER SC-POLICY-NO SC-MESSAGE
           MOVE ZEROS TO SC-COVERAGE-AMT SC-CERT-EXPIRES
           MOVE 'Y' TO SC-ADDL-INSURED
           SET CERT-NOT-VALID TO TRUE
           PERFORM ACCEPT-INSURANCE-CERT
               UNTIL CERT-IS-VALID OR F1-PRESSED
           IF CERT-IS-VALID
               PERFORM RECORD-INSURANCE-CERT
           END-IF
           .
       ACCEPT-INSURANCE-CERT.
           DISPLAY INSURANCE-SCREEN
           ACCEPT INSURANCE-SCREEN
           MOVE SPACES TO SC-MESSAGE
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-ADDL-INSURED CONVERTING 'yn' TO 'YN'
           MOVE SC-CERT-EXPIRES(5:4) TO WS-CERT-EXPIRES-ISO(1:4)
           MOVE SC-CERT-EXPIRES(1:2) TO WS-CERT-EXPIRES-ISO(5:2)
           MOVE SC-CERT-EXPIRES(3:2) TO WS-CERT-EXPIRES-ISO(7:2)
           EVALUATE TRUE
               WHEN SC-INSURER = SPACES
                   MOVE 'KEY THE INSURANCE COMPANY' TO SC-MESSAGE
               WHEN SC-POLICY-NO = SPACES
                   MOVE 'KEY THE POLICY NUMBER' TO SC-MESSAGE
               WHEN SC-COVERAGE-AMT = ZEROS
                   MOVE 'KEY THE COVERAGE AMOUNT' TO SC-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-CERT-EXPIRES-ISO)
                       NOT = ZEROS
                   MOVE 'EXPIRY IS NOT A DATE (MM/DD/YYYY)'
                       TO SC-MESSAGE
               WHEN WS-CERT-EXPIRES-ISO < WS-TODAY-ISO
                   MOVE 'CERTIFICATE HAS ALREADY EXPIRED'
                       TO SC-MESSAGE
               WHEN SC-ADDL-INSURED NOT = 'Y'
                       AND SC-ADDL-INSURED NOT = 'N'
                   MOVE 'MALL ADDL. INSURED MUST BE Y OR N'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET CERT-IS-VALID TO TRUE
           END-EVALUATE
           .
       RECORD-INSURANCE-CERT.
           OPEN I-O INSURANCE-CERT
           IF WS-LI-STATUS = '35'
               OPEN OUTPUT INSURANCE-CERT
               CLOSE INSURANCE-CERT
               OPEN I-O INSURANCE-CERT
           END-IF
           MOVE SPACES               TO INSURANCE-CERT-RECORD
           MOVE TM-TENANT-ID         TO LI-TENANT-ID
           MOVE SC-INSURER           TO LI-INSURER
           MOVE SC-POLICY-NO         TO LI-POLICY-NO
           MOVE SC-COVERAGE-AMT      TO LI-COVERAGE-AMT
           MOVE WS-CERT-EXPIRES-ISO  TO LI-EXPIRES
           MOVE SC-ADDL-INSURED      TO LI-ADDL-INSURED
           MOVE WS-TODAY-ISO         TO LI-RECEIVED-DATE
           MOVE WS-OPERATOR-INITIALS TO LI-CHANGED-BY
           MOVE ZEROS                TO LI-LAST-REQUEST
           WRITE INSURANCE-CERT-RECORD
               INVALID KEY
                   DISPLAY 'CERTIFICATE ALREADY ON FILE FOR TENANT '
                           LI-TENANT-ID
           END-WRITE
           CLOSE INSURANCE-CERT
           .
      *-----------------------------------------------------------------
      * --- THE PRORATED FIRST MONTH IS COLLECTED AT THE DESK AND
      *     POSTED THROUGH THE RENT LEDGER (AND THE A/R SUBLEDGER)
      *     LIKE ANY OTHER RENT RECEIPT --------------------------------
           MOVE WS-PRORATED-RENT     TO RL-AMOUNT-PAID
           MOVE ZEROS                TO RL-LATE-FEE-PAID
           MOVE WS-OPERATOR-INITIALS TO RL-OPERATOR-ID
           MOVE TM-STORE-ID          TO RL-STORE-ID
           OPEN EXTEND RENT-LEDGER
           IF WS-RL-STATUS = '05' OR WS-RL-STATUS = '35'
               OPEN OUTPUT RENT-LEDGER
           MOVE RC-LAST-RECEIPT-NO TO WS-RENT-RECEIPT-NO
           CLOSE RENT-COUNTER
           .
      * --- THE BANK NUMBERS KEYED AT SIGN-UP NEVER REACH THE FILE IN
      *     THE CLEAR; BANKPROT PROTECTS THEM ON THE WAY IN ----------
       PROTECT-BANK-DETAILS.
           MOVE SPACE TO TM-BANK-PROTECT-FLAG
           SET BP-PROTECT TO TRUE
           MOVE 'DTR001'             TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE WS-OPERATOR-INITIALS TO BP-OPERATOR-ID
           MOVE SPACES               TO BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           MOVE BP-PROTECT-FLAG      TO TM-BANK-PROTECT-FLAG
           MOVE BP-ROUTING           TO TM-BANK-ROUTING
           MOVE BP-ACCOUNT           TO TM-BANK-ACCOUNT
           IF NOT BP-OK
               DISPLAY 'BANKKEY UNREADABLE -- BANK DETAILS FOR TENANT '
                       TM-TENANT-ID ' LEFT FOR BANKCNV'
           END-IF
           .
      * --- EVERY SUCCESSFUL TENANT-MASTER WRITE IS JOURNALED AS IT
      *     HAPPENS, SO MRESTORE CAN ROLL A BACKUP FORWARD -------------
       JOURNAL-TENANT-WRITE.
