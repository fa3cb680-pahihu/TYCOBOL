       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCERT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    INSCERT -- DEALER LIABILITY-INSURANCE CERTIFICATES.  THE
      *    LEASE REQUIRES EVERY DEALER TO CARRY LIABILITY COVERAGE
      *    NAMING THE MALL AS ADDITIONAL INSURED.  THE FIRST
      *    CERTIFICATE IS KEYED AT THE DTR001 SIGN-UP; THIS SCREEN,
      *    BEHIND AN OPERATOR PIN, KEEPS IT CURRENT AS EACH RENEWED
      *    CERTIFICATE COMES IN: INSURER, POLICY NUMBER, COVERAGE,
      *    EXPIRY, AND WHETHER THE MALL IS NAMED.
      *    "GNUMAIN INSCERT REPORT [DAYS]" IS THE MONTHLY JOBLIST
      *    STEP.  EVERY CERTIFICATE EXPIRING WITHIN THE NEXT 30 DAYS
      *    (DAYS OVERRIDES THE WINDOW) IS LISTED AND ITS DEALER SENT
      *    A RENEWAL REQUEST BY E-MAIL OR ON PAPER (THE INSRENEW
      *    PRINT FILE) AS THE TENANT MASTER ASKS, ONCE PER
      *    CERTIFICATE, AND NOTED ON CONTLOG.  THE OWNER'S EXCEPTION
      *    LIST FOLLOWS: DEALERS OPERATING WITHOUT COVERAGE -- NO
      *    CERTIFICATE ON FILE OR ONE ALREADY EXPIRED -- AND THOSE
      *    WHOSE POLICY DOES NOT NAME THE MALL.  SPOOLED AS INSCERT.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT INSURANCE-CERT
               ASSIGN TO 'INSCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-TENANT-ID
               FILE STATUS IS WS-LI-STATUS.
           SELECT RENEWAL-REQUEST
               ASSIGN TO 'INSRENEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  INSURANCE-CERT.
       COPY INSCERT.
       FD  RENEWAL-REQUEST.
       01 RENEWAL-REQUEST-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-LI-STATUS         PIC XX VALUE '00'.
       01 WS-RQ-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-TM-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-CERT-SW        PIC 9 VALUE 0.
             88 CERT-ON-FILE           VALUE 1.
             88 CERT-NOT-ON-FILE       VALUE 0.
          03 WS-OPERATOR-SW    PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN     VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN VALUE 0.
          03 WS-PASS-SW        PIC 9 VALUE 1.
             88 PASS-IS-RENEWALS       VALUE 1.
             88 PASS-IS-EXCEPTIONS     VALUE 2.
       01 WS-TODAY-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT         PIC S9(8) COMP.
       01 WS-EXPIRES-INT       PIC S9(8) COMP.
       01 WS-REQUEST-INT       PIC S9(8) COMP.
       01 WS-DAYS-LEFT         PIC S9(8) COMP.
       01 WS-DAYS-LEFT-OUT     PIC -(4)9.
       01 WS-WINDOW-DAYS       PIC 9(4) VALUE 30.
       01 WS-SUSPENSE-TENANT   PIC 9(6) VALUE 999999.
       01 WS-SHOWN-TENANT-ID   PIC 9(6) VALUE ZEROS.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-EXPIRES-ISO       PIC 9(8) VALUE ZEROS.
      * --- CCYYMMDD ON FILE, MM/DD/YYYY ON THE SCREEN AND PAPER ------
       01 WS-ISO-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-ISO-DATE-R REDEFINES WS-ISO-DATE.
          03 WS-ISO-CCYY       PIC 9(4).
          03 WS-ISO-MM         PIC 9(2).
          03 WS-ISO-DD         PIC 9(2).
       01 WS-SHOW-DATE.
          03 WS-SHOW-MM        PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-SHOW-DD        PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-SHOW-CCYY      PIC 9(4).
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-COVERAGE-OUT      PIC Z,ZZZ,ZZ9.99.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
      * --- MONTHLY RUN ---------------------------------------------
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       01 WS-TENANTS-READ      PIC 9(5) VALUE ZEROS.
       01 WS-EXPIRING-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-REQUEST-COUNT     PIC 9(5) VALUE ZEROS.
       01 WS-UNCOVERED-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-NOT-NAMED-COUNT   PIC 9(5) VALUE ZEROS.
      * --- PER-TENANT DELIVERY ROUTE, SAME AS DUNNING'S --------------
       01 WS-EDELIV-SW         PIC 9 VALUE 0.
          88 SEND-BY-EMAIL             VALUE 1.
          88 SEND-ON-PAPER             VALUE 0.
       COPY CONTPUT.
       COPY MAILPUT.
       COPY SPOOLIO.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-INSURER           PIC X(30) VALUE SPACES.
       01 SC-POLICY-NO         PIC X(20) VALUE SPACES.
       01 SC-COVERAGE-AMT      PIC 9(7)V9(2) VALUE ZEROS.
       01 SC-CERT-EXPIRES      PIC 9(8) VALUE ZEROS.
       01 SC-ADDL-INSURED      PIC X VALUE SPACES.
       01 SC-CHANGED           PIC X(40) VALUE SPACES.
       01 SC-LAST-REQUEST      PIC X(40) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 24 VALUE 'Liability Insurance Certificates'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 24 VALUE 'Operator PIN:'.
          03 LINE 10 COLUMN 38 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-OPERATOR-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 INSCERT-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 24 VALUE 'Liability Insurance Certificates'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 08 VALUE 'Tenant No.'.
          03 LINE 06 COLUMN 21 PIC 9(6)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-TENANT-ID.
          03 LINE 07 COLUMN 14 VALUE 'Name'.
          03 LINE 07 COLUMN 21 PIC X(30)
                               FROM SC-NAME.
          03 LINE 09 COLUMN 12 VALUE 'Insurer'.
          03 LINE 09 COLUMN 21 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-INSURER.
          03 LINE 10 COLUMN 08 VALUE 'Policy No.'.
          03 LINE 10 COLUMN 21 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-POLICY-NO.
          03 LINE 11 COLUMN 11 VALUE 'Coverage'.
          03 LINE 11 COLUMN 21 PIC Z,ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-COVERAGE-AMT.
          03 LINE 12 COLUMN 12 VALUE 'Expires'.
          03 LINE 12 COLUMN 21 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-CERT-EXPIRES.
          03 LINE 13 COLUMN 01 VALUE 'Mall Addl. Insured'.
          03 LINE 13 COLUMN 21 PIC X
                               REVERSE-VIDEO
                               USING SC-ADDL-INSURED.
          03 LINE 13 COLUMN 24 VALUE '(Y/N)'.
          03 LINE 15 COLUMN 21 PIC X(40)
                               FROM SC-CHANGED.
          03 LINE 16 COLUMN 21 PIC X(40)
                               FROM SC-LAST-REQUEST.
          03 LINE 18 COLUMN 07 VALUE 'Message:'.
          03 LINE 18 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-ISO
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-ISO)
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-REPORT
               IF ARGC >= 2
                   MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-WINDOW-DAYS
               END-IF
               PERFORM RUN-MONTHLY-CHECK
           ELSE
               PERFORM RUN-INSCERT-SCREEN
           END-IF
           STOP RUN
           .
      * --- OPERATOR PIN GATE: THE CERTIFICATE IS STAMPED WITH WHO
      *     KEYED IT, AS AT DTR001 -- F1 ABANDONS ---------------------
       GET-OPERATOR-PIN.
           SET OPERATOR-NOT-SIGNED-IN TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-OPERATOR-PIN
               UNTIL OPERATOR-SIGNED-IN OR F1-PRESSED
           .
       ACCEPT-OPERATOR-PIN.
           MOVE SPACES TO SC-OPERATOR-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE SC-OPERATOR-PIN TO OP-PIN-INPUT
               CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
               IF OP-IS-VALID
                   SET OPERATOR-SIGNED-IN TO TRUE
                   MOVE OP-INITIALS-OUT TO WS-OPERATOR-INITIALS
               ELSE
                   MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                       TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-INSCERT-SCREEN.
           PERFORM GET-OPERATOR-PIN
           IF OPERATOR-NOT-SIGNED-IN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           PERFORM OPEN-INSURANCE-CERT
           PERFORM MAINTAIN-ONE-CERT UNTIL F1-PRESSED
           CLOSE INSURANCE-CERT
           CLOSE TENANT-MASTER
           .
       OPEN-INSURANCE-CERT.
           OPEN I-O INSURANCE-CERT
           IF WS-LI-STATUS = '35'
               OPEN OUTPUT INSURANCE-CERT
               CLOSE INSURANCE-CERT
               OPEN I-O INSURANCE-CERT
           END-IF
           .
       MAINTAIN-ONE-CERT.
           MOVE ZEROS TO SC-TENANT-ID WS-SHOWN-TENANT-ID
           PERFORM CLEAR-CERT-FIELDS
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-CERT-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-CERT
           END-IF
           .
       CLEAR-CERT-FIELDS.
           MOVE SPACES TO SC-NAME SC-INSURER SC-POLICY-NO
                          SC-CHANGED SC-LAST-REQUEST
           MOVE ZEROS TO SC-COVERAGE-AMT SC-CERT-EXPIRES
           MOVE 'Y' TO SC-ADDL-INSURED
           .
      * --- F2 OR A NEW TENANT NUMBER ONLY LOOKS UP AND SHOWS WHAT IS
      *     ON FILE; ENTER AGAIN ON WHAT IS SHOWN SAVES ---------------
       ACCEPT-CERT-ENTRY.
           DISPLAY INSCERT-SCREEN
           ACCEPT INSCERT-SCREEN
           MOVE SPACES TO SC-MESSAGE
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-CERT
               WHEN SC-TENANT-ID NOT = WS-SHOWN-TENANT-ID
                   PERFORM LOOKUP-CERT
               WHEN OTHER
                   PERFORM VALIDATE-CERT-FIELDS
           END-EVALUATE
           .
       LOOKUP-CERT.
           PERFORM CLEAR-CERT-FIELDS
           MOVE SC-TENANT-ID TO WS-SHOWN-TENANT-ID
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS NOT = '00'
               MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO SC-NAME
           PERFORM READ-CERT-ROW
           IF CERT-NOT-ON-FILE
               MOVE 'NO CERTIFICATE ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LI-INSURER      TO SC-INSURER
           MOVE LI-POLICY-NO    TO SC-POLICY-NO
           MOVE LI-COVERAGE-AMT TO SC-COVERAGE-AMT
           MOVE LI-EXPIRES      TO WS-ISO-DATE
           MOVE WS-ISO-MM       TO SC-CERT-EXPIRES(1:2)
           MOVE WS-ISO-DD       TO SC-CERT-EXPIRES(3:2)
           MOVE WS-ISO-CCYY     TO SC-CERT-EXPIRES(5:4)
           MOVE LI-ADDL-INSURED TO SC-ADDL-INSURED
           PERFORM SHOW-CERT-HISTORY
           IF LI-EXPIRES < WS-TODAY-ISO
               MOVE 'CERTIFICATE HAS EXPIRED -- KEY THE RENEWAL'
                   TO SC-MESSAGE
           END-IF
           .
       SHOW-CERT-HISTORY.
           MOVE SPACES TO SC-CHANGED SC-LAST-REQUEST
           MOVE LI-RECEIVED-DATE TO WS-ISO-DATE
           PERFORM FORMAT-SHOW-DATE
           STRING 'RECEIVED ' WS-SHOW-DATE ' BY ' LI-CHANGED-BY
                  DELIMITED BY SIZE INTO SC-CHANGED
           IF LI-LAST-REQUEST > ZEROS
               MOVE LI-LAST-REQUEST TO WS-ISO-DATE
               PERFORM FORMAT-SHOW-DATE
               STRING 'RENEWAL REQUESTED ' WS-SHOW-DATE
                      DELIMITED BY SIZE INTO SC-LAST-REQUEST
           END-IF
           .
       READ-CERT-ROW.
           SET CERT-NOT-ON-FILE TO TRUE
           MOVE TM-TENANT-ID TO LI-TENANT-ID
           READ INSURANCE-CERT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LI-STATUS = '00'
               SET CERT-ON-FILE TO TRUE
           END-IF
           .
      * --- SAME EDITS AS THE DTR001 SIGN-UP: A CERTIFICATE ALREADY
      *     EXPIRED IS NO COVERAGE AND IS NOT TAKEN -------------------
       VALIDATE-CERT-FIELDS.
           INSPECT SC-ADDL-INSURED CONVERTING 'yn' TO 'YN'
           MOVE SC-CERT-EXPIRES(5:4) TO WS-EXPIRES-ISO(1:4)
           MOVE SC-CERT-EXPIRES(1:2) TO WS-EXPIRES-ISO(5:2)
           MOVE SC-CERT-EXPIRES(3:2) TO WS-EXPIRES-ISO(7:2)
           EVALUATE TRUE
               WHEN SC-NAME = SPACES
                   MOVE 'TENANT NOT ON FILE' TO SC-MESSAGE
               WHEN SC-INSURER = SPACES
                   MOVE 'KEY THE INSURANCE COMPANY' TO SC-MESSAGE
               WHEN SC-POLICY-NO = SPACES
                   MOVE 'KEY THE POLICY NUMBER' TO SC-MESSAGE
               WHEN SC-COVERAGE-AMT = ZEROS
                   MOVE 'KEY THE COVERAGE AMOUNT' TO SC-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRES-ISO)
                       NOT = ZEROS
                   MOVE 'EXPIRY IS NOT A DATE (MM/DD/YYYY)'
                       TO SC-MESSAGE
               WHEN WS-EXPIRES-ISO < WS-TODAY-ISO
                   MOVE 'CERTIFICATE HAS ALREADY EXPIRED'
                       TO SC-MESSAGE
               WHEN SC-ADDL-INSURED NOT = 'Y'
                       AND SC-ADDL-INSURED NOT = 'N'
                   MOVE 'MALL ADDL. INSURED MUST BE Y OR N'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- A NEW EXPIRY IS A NEW CERTIFICATE: ITS RENEWAL REQUEST HAS
      *     NOT BEEN SENT YET ------------------------------------------
       SAVE-CERT.
           PERFORM READ-CERT-ROW
           IF CERT-ON-FILE
               IF LI-EXPIRES NOT = WS-EXPIRES-ISO
                   MOVE ZEROS TO LI-LAST-REQUEST
               END-IF
           ELSE
               MOVE SPACES TO INSURANCE-CERT-RECORD
               MOVE TM-TENANT-ID TO LI-TENANT-ID
               MOVE ZEROS TO LI-LAST-REQUEST
           END-IF
           MOVE SC-INSURER           TO LI-INSURER
           MOVE SC-POLICY-NO         TO LI-POLICY-NO
           MOVE SC-COVERAGE-AMT      TO LI-COVERAGE-AMT
           MOVE WS-EXPIRES-ISO       TO LI-EXPIRES
           MOVE SC-ADDL-INSURED      TO LI-ADDL-INSURED
           MOVE WS-TODAY-ISO         TO LI-RECEIVED-DATE
           MOVE WS-OPERATOR-INITIALS TO LI-CHANGED-BY
           IF CERT-ON-FILE
               REWRITE INSURANCE-CERT-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE INSCERT' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'CERTIFICATE SAVED' TO SC-MESSAGE
               END-REWRITE
           ELSE
               WRITE INSURANCE-CERT-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO ADD TO INSCERT' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'CERTIFICATE SAVED' TO SC-MESSAGE
               END-WRITE
           END-IF
           PERFORM SHOW-CERT-HISTORY
           DISPLAY INSCERT-SCREEN
           .
      *-----------------------------------------------------------------
      * --- THE MONTHLY RUN: TWO PASSES OVER THE TENANT MASTER, FIRST
      *     THE CERTIFICATES COMING DUE, THEN THE OWNER'S EXCEPTIONS.
      *     HOUSE STOCK AND THE SUSPENSE TENANT CARRY NO LEASE --------
       RUN-MONTHLY-CHECK.
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS = '35'
               DISPLAY 'TENANT MASTER NOT ON FILE -- NOTHING TO DO'
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-INSURANCE-CERT
           OPEN OUTPUT RENEWAL-REQUEST
           SET SP-OP-OPEN TO TRUE
           MOVE 'INSCERT' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - DEALER LIABILITY INSURANCE'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREPARED ' DF-MMDDYYYY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'CERTIFICATES EXPIRING IN THE NEXT ' WS-WINDOW-DAYS
               ' DAYS' DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'TENANT NAME                           '
               & 'EXPIRES     DAYS POLICY               SENT'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET PASS-IS-RENEWALS TO TRUE
           PERFORM SCAN-TENANT-MASTER
           IF WS-EXPIRING-COUNT = ZEROS
               MOVE '  NONE' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'OPERATING WITHOUT COVERAGE' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'TENANT NAME                           '
               & 'BOOTH      PROBLEM' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET PASS-IS-EXCEPTIONS TO TRUE
           PERFORM SCAN-TENANT-MASTER
           IF WS-UNCOVERED-COUNT = ZEROS AND WS-NOT-NAMED-COUNT = ZEROS
               MOVE '  NONE -- EVERY DEALER IS COVERED' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'DEALERS: ' WS-TENANTS-READ
               '  EXPIRING: ' WS-EXPIRING-COUNT
               '  REQUESTS SENT: ' WS-REQUEST-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WITHOUT COVERAGE: ' WS-UNCOVERED-COUNT
               '  MALL NOT NAMED: ' WS-NOT-NAMED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE RENEWAL-REQUEST
           CLOSE INSURANCE-CERT
           CLOSE TENANT-MASTER
           .
       SCAN-TENANT-MASTER.
           SET WS-TM-EOF-SW TO 0
           MOVE ZEROS TO TM-TENANT-ID
           START TENANT-MASTER KEY IS NOT LESS THAN TM-TENANT-ID
               INVALID KEY
                   SET END-OF-TENANT-MASTER TO TRUE
           END-START
           PERFORM READ-TENANT-MASTER
           PERFORM CHECK-ONE-TENANT UNTIL END-OF-TENANT-MASTER
           .
       READ-TENANT-MASTER.
           IF END-OF-TENANT-MASTER
               EXIT PARAGRAPH
           END-IF
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANT-MASTER TO TRUE
           END-READ
           .
       CHECK-ONE-TENANT.
           IF TM-TENANT-ID = ZEROS OR TM-TENANT-ID = WS-SUSPENSE-TENANT
               PERFORM READ-TENANT-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NAME-LINE
           STRING TM-FIRST DELIMITED BY SPACE
                  ' ' TM-LAST-NAME DELIMITED BY SIZE
                  INTO WS-NAME-LINE
           PERFORM READ-CERT-ROW
           IF CERT-ON-FILE
               COMPUTE WS-EXPIRES-INT =
                   FUNCTION INTEGER-OF-DATE(LI-EXPIRES)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRES-INT - WS-TODAY-INT
           END-IF
           IF PASS-IS-RENEWALS
               ADD 1 TO WS-TENANTS-READ
               PERFORM CHECK-RENEWAL-DUE
           ELSE
               PERFORM CHECK-COVERAGE
           END-IF
           PERFORM READ-TENANT-MASTER
           .
      * --- ONE REQUEST PER CERTIFICATE: ONCE SENT INSIDE THIS
      *     CERTIFICATE'S WINDOW IT IS NOT SENT AGAIN NEXT MONTH ------
       CHECK-RENEWAL-DUE.
           IF CERT-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-LEFT < ZEROS OR WS-DAYS-LEFT > WS-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE LI-EXPIRES TO WS-ISO-DATE
           PERFORM FORMAT-SHOW-DATE
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-OUT
           IF LI-LAST-REQUEST > ZEROS
               COMPUTE WS-REQUEST-INT =
                   FUNCTION INTEGER-OF-DATE(LI-LAST-REQUEST)
           ELSE
               MOVE ZEROS TO WS-REQUEST-INT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING TM-TENANT-ID ' ' WS-NAME-LINE ' ' WS-SHOW-DATE
               ' ' WS-DAYS-LEFT-OUT ' ' LI-POLICY-NO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-REQUEST-INT < WS-EXPIRES-INT - WS-WINDOW-DAYS
               PERFORM SEND-RENEWAL-REQUEST
               MOVE 'NOW' TO WS-RPT-LINE(77:3)
           ELSE
               MOVE 'PREV' TO WS-RPT-LINE(77:4)
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
       CHECK-COVERAGE.
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN CERT-NOT-ON-FILE
                   ADD 1 TO WS-UNCOVERED-COUNT
                   STRING TM-TENANT-ID ' ' WS-NAME-LINE ' '
                       TM-BOOTH-LOCATION ' NO CERTIFICATE ON FILE'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN WS-DAYS-LEFT < ZEROS
                   ADD 1 TO WS-UNCOVERED-COUNT
                   MOVE LI-EXPIRES TO WS-ISO-DATE
                   PERFORM FORMAT-SHOW-DATE
                   STRING TM-TENANT-ID ' ' WS-NAME-LINE ' '
                       TM-BOOTH-LOCATION ' EXPIRED ' WS-SHOW-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN NOT LI-NAMES-THE-MALL
                   ADD 1 TO WS-NOT-NAMED-COUNT
                   STRING TM-TENANT-ID ' ' WS-NAME-LINE ' '
                       TM-BOOTH-LOCATION ' MALL NOT ADDL. INSURED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM EMIT-REPORT-LINE
           .
       FORMAT-SHOW-DATE.
           MOVE WS-ISO-MM   TO WS-SHOW-MM
           MOVE WS-ISO-DD   TO WS-SHOW-DD
           MOVE WS-ISO-CCYY TO WS-SHOW-CCYY
           .
      *-----------------------------------------------------------------
       SEND-RENEWAL-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM PICK-DELIVERY-ROUTE
           MOVE 'DARLENE''S TREASURES - INSURANCE RENEWAL REQUEST'
               TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           STRING 'TENANT NO: ' TM-TENANT-ID DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           STRING 'CONSIGNOR: ' WS-NAME-LINE DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE TM-ADDRESS-LINE-1 TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           STRING FUNCTION TRIM(TM-CITY) DELIMITED BY SIZE
               ', ' FUNCTION TRIM(TM-STATE-COUNTRY) DELIMITED BY SIZE
               ' ' FUNCTION TRIM(TM-POSTAL-CODE) DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           STRING 'YOUR LIABILITY POLICY ' LI-POLICY-NO
               DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           STRING 'WITH ' LI-INSURER DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE LI-COVERAGE-AMT TO WS-COVERAGE-OUT
           STRING 'COVERAGE ' WS-COVERAGE-OUT ' EXPIRES '
               WS-SHOW-DATE DELIMITED BY SIZE INTO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE 'YOUR LEASE REQUIRES CONTINUOUS COVERAGE NAMING'
               TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE 'DARLENE''S TREASURES AS ADDITIONAL INSURED.  PLEASE'
               TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE 'BRING THE RENEWED CERTIFICATE TO THE FRONT DESK.'
               TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-REQUEST-LINE
           PERFORM CLOSE-DELIVERY-ROUTE
      * --- THE REQUEST ALSO GOES ON THE TENANT'S CONTACT LOG ---------
           MOVE TM-TENANT-ID TO LG-TENANT-ID
           MOVE 'INSCERT ' TO LG-SOURCE
           MOVE SPACES TO LG-NOTE
           STRING 'INSURANCE RENEWAL REQUESTED, EXPIRES '
               WS-SHOW-DATE DELIMITED BY SIZE INTO LG-NOTE
           CALL 'CONTPUT' USING CONTACT-PUT-PARAMS
           MOVE WS-TODAY-ISO TO LI-LAST-REQUEST
           REWRITE INSURANCE-CERT-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MARK REQUEST FOR TENANT '
                           LI-TENANT-ID
           END-REWRITE
           .
       PICK-DELIVERY-ROUTE.
           MOVE TM-TENANT-ID TO MP-TENANT-ID
           MOVE TM-EMAIL     TO MP-EMAIL
           MOVE 'INSRENEW' TO MP-DOC-TYPE
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
       EMIT-REQUEST-LINE.
           IF SEND-BY-EMAIL
               SET MP-OP-LINE TO TRUE
               MOVE WS-DOC-LINE TO MP-LINE-TEXT
               CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           ELSE
               MOVE WS-DOC-LINE TO RENEWAL-REQUEST-RECORD
               WRITE RENEWAL-REQUEST-RECORD
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
