      *    TENANTCT FEEDS DTR001), AND AN EXISTING ONE CAN BE FOUND
      *    BY NUMBER OR BY A PARTIAL-NAME PICK LIST (SAME BROWSE AS
      *    TENTINQ) AND HAVE THE NAME/PHONE CORRECTED IN PLACE.
      *    THE MAILING ADDRESS, E-MAIL, AND THE TWO OPT-IN FLAGS THAT
      *    CUSTCAMP HONORS FOR SALE-EVENT ANNOUNCEMENTS ARE KEPT HERE.
      *    CMSLAY, WANTLIST, AND CMSGIFT REFERENCE THE NUMBER AND
      *    PULL THE NAME AND PHONE FROM HERE THROUGH CUSTLKP.
      *      "GNUMAIN CUSTMNT MERGE 000456 000123"  FOLDS DUPLICATE
      *          CUSTOMER 000456 INTO 000123 (MANAGER PIN AT THE
      *          CONSOLE, AUTHCHK FUNCTION 'CUSTMRG'): EVERY LAYAWAY,
      *          GIFT CERTIFICATE, STORE CREDIT AND WANT-LIST ROW IS
      *          RE-POINTED, THE REWARD POINTS MOVE ACROSS, AND 000456
      *          IS MARKED REMOVED WITH A POINTER TO 000123.  THE
      *          MERGE REPORT IS SPOOLED AS CUSTMRG.
      *      "GNUMAIN CUSTMNT DUPS"  NIGHTLY FROM JOBLIST -- PROBABLE
      *          DUPLICATES (SAME PHONE DIGITS, OR THE SAME FIRST EIGHT
      *          LETTERS OF THE NAME), SPOOLED AS CUSTDUPS.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT CUSTOMER-MASTER
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CTR-RRN
               FILE STATUS IS WS-CM-STATUS.
           SELECT LAYAWAY-FILE
               ASSIGN TO 'LAYAWAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-LAYAWAY-NO
               FILE STATUS IS WS-LA-STATUS.
           SELECT GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CERT-NO
               FILE STATUS IS WS-GC-STATUS.
           SELECT STORE-CREDIT-FILE
               ASSIGN TO 'STORCRED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CREDIT-NO
               FILE STATUS IS WS-CD-STATUS.
           SELECT WANT-FILE
               ASSIGN TO 'WANTLIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WN-WANT-NO
               FILE STATUS IS WS-WN-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY CUSTMAST.
       FD  CUSTOMER-COUNTER.
       COPY CUSTCTR.
       FD  LAYAWAY-FILE.
       COPY LAYAWAY.
       FD  GIFT-CERT-FILE.
       COPY GIFTCERT.
       FD  STORE-CREDIT-FILE.
       COPY STORCRED.
       FD  WANT-FILE.
       COPY WANTLIST.
       WORKING-STORAGE SECTION.
       01 WS-CU-STATUS         PIC XX VALUE '00'.
       01 WS-CM-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-CUSTOMER-MASTER VALUE 1.
          03 WS-FIELDS-SW      PIC 9 VALUE 1.
             88 FIELDS-ARE-VALID       VALUE 1.
             88 FIELDS-NOT-VALID       VALUE 0.
       01 WS-LIST-NOS.
          03 WS-LIST-NO        OCCURS 10 TIMES PIC 9(6).
       01 WS-LIST-COUNT        PIC 9(2) VALUE ZEROS.
       COPY OPERPIN.
       COPY VALIDIO.
       COPY PHONMASK.
       COPY STATELKP.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 WS-OPER-SWITCHES.
          03 WS-OPER-SW         PIC 9 VALUE 0.
             88 OPERATOR-SIGNED-IN        VALUE 1.
             88 OPERATOR-NOT-SIGNED-IN    VALUE 0.
      * --- BATCH MODES OFF ARGV(1); BLANK IS THE SCREEN ------------
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-MERGE             VALUE 'MERGE'.
          88 MODE-IS-DUPS              VALUE 'DUPS'.
      * --- MERGE: THE DUPLICATE, THE SURVIVOR, AND WHAT WAS MOVED ----
       01 WS-LA-STATUS         PIC XX VALUE '00'.
       01 WS-GC-STATUS         PIC XX VALUE '00'.
       01 WS-CD-STATUS         PIC XX VALUE '00'.
       01 WS-WN-STATUS         PIC XX VALUE '00'.
       01 WS-ROW-EOF-SW        PIC 9 VALUE 0.
          88 END-OF-MERGE-ROWS         VALUE 1.
       01 WS-MERGE-FROM-NO     PIC 9(6) VALUE ZEROS.
       01 WS-MERGE-INTO-NO     PIC 9(6) VALUE ZEROS.
       01 WS-MERGE-FROM-NAME   PIC X(30) VALUE SPACES.
       01 WS-SURVIVOR-NAME     PIC X(30) VALUE SPACES.
       01 WS-SURVIVOR-PHONE    PIC X(20) VALUE SPACES.
       01 WS-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 WS-LA-MOVED          PIC 9(4) VALUE ZEROS.
       01 WS-GC-MOVED          PIC 9(4) VALUE ZEROS.
       01 WS-CD-MOVED          PIC 9(4) VALUE ZEROS.
       01 WS-WN-MOVED          PIC 9(4) VALUE ZEROS.
       01 WS-POINTS-MOVED      PIC S9(7) VALUE ZEROS.
       01 WS-ISSUED-MOVED      PIC 9(3) VALUE ZEROS.
       01 WS-EDIT-POINTS       PIC -(6)9.
       01 WS-EDIT-AMOUNT       PIC Z,ZZ9.99.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       COPY AUTHCHK.
       COPY SPOOLIO.
      * --- PROBABLE DUPLICATES: EVERY ACTIVE CUSTOMER WITH A PHONE KEY
      *     (THE LAST TEN DIGITS) AND A NAME KEY (THE FIRST EIGHT
      *     LETTERS, PUNCTUATION AND SPACES DROPPED).  UNUSED ROWS ARE
      *     HIGH-VALUES SO THE SORTS LEAVE THEM AT THE BOTTOM ---------
       01 WS-DUP-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-DUP-TABLE.
          03 WS-DUP-ENTRY      OCCURS 5000 TIMES INDEXED BY DP-IDX.
             05 WS-DP-PHONE-KEY     PIC X(10).
             05 WS-DP-NAME-KEY      PIC X(8).
             05 WS-DP-CUSTOMER-NO   PIC 9(6).
             05 WS-DP-NAME          PIC X(30).
             05 WS-DP-PHONE         PIC X(20).
       01 WS-PAIR-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-DIGITS            PIC X(20) VALUE SPACES.
       01 WS-DIGIT-COUNT       PIC 9(2) VALUE ZEROS.
       01 WS-LETTERS           PIC X(30) VALUE SPACES.
       01 WS-LETTER-COUNT      PIC 9(2) VALUE ZEROS.
       01 WS-NAME-WORK         PIC X(30) VALUE SPACES.
       01 WS-CHAR-POS          PIC 9(2) VALUE ZEROS.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-CUSTOMER-NO       PIC 9(6) VALUE ZEROS.
       01 SC-CUSTOMER-NAME     PIC X(30) VALUE SPACES.
       01 SC-PHONE             PIC X(20) VALUE SPACES.
       01 SC-DATE-ADDED        PIC 9(8) VALUE ZEROS.
       01 SC-ADDRESS-LINE      PIC X(40) VALUE SPACES.
       01 SC-CITY              PIC X(25) VALUE SPACES.
       01 SC-STATE             PIC X(2) VALUE SPACES.
       01 SC-POSTAL-CODE       PIC X(10) VALUE SPACES.
       01 SC-EMAIL             PIC X(30) VALUE SPACES.
       01 SC-MAIL-OPT-IN       PIC X VALUE 'N'.
       01 SC-EMAIL-OPT-IN      PIC X VALUE 'N'.
       01 SC-REMOVE            PIC X VALUE 'N'.
          88 REMOVE-REQUESTED           VALUE 'Y'.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-PHONE.
          03 LINE 09 COLUMN 04 VALUE 'Address '.
          03 LINE 09 COLUMN 16 PIC X(40)
                               REVERSE-VIDEO
                               USING SC-ADDRESS-LINE.
          03 LINE 10 COLUMN 07 VALUE 'City '.
          03 LINE 10 COLUMN 16 PIC X(25)
                               REVERSE-VIDEO
                               USING SC-CITY.
          03 LINE 10 COLUMN 43 VALUE 'St'.
          03 LINE 10 COLUMN 46 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-STATE.
          03 LINE 10 COLUMN 50 VALUE 'Zip'.
          03 LINE 10 COLUMN 54 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-POSTAL-CODE.
          03 LINE 11 COLUMN 05 VALUE 'E-mail '.
          03 LINE 11 COLUMN 16 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-EMAIL.
          03 LINE 12 COLUMN 02 VALUE 'Sale news by mail? (Y/N)'.
          03 LINE 12 COLUMN 28 PIC X
                               REVERSE-VIDEO
                               USING SC-MAIL-OPT-IN.
          03 LINE 12 COLUMN 33 VALUE 'By e-mail? (Y/N)'.
          03 LINE 12 COLUMN 51 PIC X
                               REVERSE-VIDEO
                               USING SC-EMAIL-OPT-IN.
          03 LINE 14 COLUMN 06 VALUE 'Added '.
          03 LINE 14 COLUMN 16 PIC 9(2)/9(2)/9(4)
                               FROM SC-DATE-ADDED.
          03 LINE 16 COLUMN 02 VALUE 'Remove? (Y/N)'.
          03 LINE 16 COLUMN 16 PIC X
                               REVERSE-VIDEO
                               USING SC-REMOVE.
          03 LINE 18 COLUMN 07 VALUE 'Message:'.
          03 LINE 18 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-MERGE
                   PERFORM MERGE-DUPLICATE-CUSTOMER
               WHEN MODE-IS-DUPS
                   PERFORM LIST-PROBABLE-DUPLICATES
               WHEN OTHER
                   PERFORM GET-OPERATOR-PIN
                   IF OPERATOR-SIGNED-IN
                       PERFORM OPEN-CUSTOMER-MASTER
                       PERFORM SERVE-ONE-REQUEST UNTIL F1-PRESSED
                       CLOSE CUSTOMER-MASTER
                   END-IF
           END-EVALUATE
           STOP RUN
           .
      * --- OPERATOR PIN GATE, SAME AS CMSPLN'S ------------------------
      *-----------------------------------------------------------------
       ADD-NEW-CUSTOMER.
           MOVE SPACES TO SC-CUSTOMER-NAME SC-PHONE SC-MESSAGE
           MOVE SPACES TO SC-ADDRESS-LINE SC-CITY SC-STATE
                          SC-POSTAL-CODE SC-EMAIL
           MOVE 'N' TO SC-REMOVE SC-MAIL-OPT-IN SC-EMAIL-OPT-IN
           MOVE DF-MMDDYYYY TO SC-DATE-ADDED
           SET FIELDS-NOT-VALID TO TRUE
           PERFORM ACCEPT-CUSTOMER-FIELDS
               UNTIL FIELDS-ARE-VALID OR F1-PRESSED
           IF NOT F1-PRESSED
               PERFORM GET-NEXT-CUSTOMER-NO
               MOVE SC-CUSTOMER-NO   TO CU-CUSTOMER-NO
               MOVE DF-MMDDYYYY      TO CU-DATE-ADDED
               SET CU-IS-ACTIVE      TO TRUE
               MOVE WS-OPERATOR-INITIALS TO CU-OPERATOR-ID
               MOVE ZEROS TO CU-REWARD-POINTS CU-REWARDS-ISSUED
                             CU-LAST-REWARD-DATE CU-MERGED-INTO
               PERFORM MOVE-MAILING-FIELDS
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE 'CUSTOMER NUMBER ALREADY ON FILE'
               MOVE CU-CUSTOMER-NAME TO SC-CUSTOMER-NAME
               MOVE CU-PHONE         TO SC-PHONE
               MOVE CU-DATE-ADDED    TO SC-DATE-ADDED
               MOVE CU-ADDRESS-LINE  TO SC-ADDRESS-LINE
               MOVE CU-CITY          TO SC-CITY
               MOVE CU-STATE         TO SC-STATE
               MOVE CU-POSTAL-CODE   TO SC-POSTAL-CODE
               MOVE CU-EMAIL         TO SC-EMAIL
               MOVE 'N' TO SC-MAIL-OPT-IN SC-EMAIL-OPT-IN
               IF CU-WANTS-MAIL
                   MOVE 'Y' TO SC-MAIL-OPT-IN
               END-IF
               IF CU-WANTS-EMAIL
                   MOVE 'Y' TO SC-EMAIL-OPT-IN
               END-IF
               MOVE 'N' TO SC-REMOVE
               MOVE SPACES TO SC-MESSAGE
               SET FIELDS-NOT-VALID TO TRUE
               PERFORM ACCEPT-CUSTOMER-FIELDS
                   UNTIL FIELDS-ARE-VALID OR F1-PRESSED
               IF NOT F1-PRESSED
                   MOVE SC-CUSTOMER-NAME TO CU-CUSTOMER-NAME
                   MOVE SC-PHONE         TO CU-PHONE
                   PERFORM MOVE-MAILING-FIELDS
                   IF REMOVE-REQUESTED
                       SET CU-IS-REMOVED TO TRUE
                   END-IF
           DISPLAY CUSTOMER-SCREEN
           ACCEPT CUSTOMER-SCREEN
           IF NOT F1-PRESSED
               SET FIELDS-ARE-VALID TO TRUE
               INITIALIZE VALID-PARAMS
               SET VP-PHONE TO TRUE
               MOVE SC-PHONE TO VP-PHONE-INPUT
               CALL 'VALIDIO' USING VALID-PARAMS
               IF VP-NOT-VALID
                   SET FIELDS-NOT-VALID TO TRUE
                   MOVE VP-MESSAGE TO SC-MESSAGE
               ELSE
                   MOVE VP-PHONE-OUTPUT TO SC-PHONE
               END-IF
               IF FIELDS-ARE-VALID
                   PERFORM VALIDATE-MAILING-FIELDS
               END-IF
           END-IF
           .
      * --- THE STATE GOES THROUGH STATELKP AND THE E-MAIL THROUGH
      *     VALIDIO, AS ON DTR001.  A 'Y' OPT-IN NEEDS SOMETHING TO
      *     SEND TO: A FULL ADDRESS FOR MAIL, AN E-MAIL FOR E-MAIL ----
       VALIDATE-MAILING-FIELDS.
           INSPECT SC-MAIL-OPT-IN CONVERTING 'yn' TO 'YN'
           INSPECT SC-EMAIL-OPT-IN CONVERTING 'yn' TO 'YN'
           INSPECT SC-STATE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF (SC-MAIL-OPT-IN NOT = 'Y' AND SC-MAIL-OPT-IN NOT = 'N')
              OR (SC-EMAIL-OPT-IN NOT = 'Y'
                  AND SC-EMAIL-OPT-IN NOT = 'N')
               SET FIELDS-NOT-VALID TO TRUE
               MOVE 'OPT-IN FLAGS MUST BE Y OR N' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SC-STATE NOT = SPACES
               MOVE SC-STATE TO SL-ABBREV
               CALL 'STATELKP' USING STATE-LOOKUP-PARAMS
               IF SL-NOT-VALID
                   SET FIELDS-NOT-VALID TO TRUE
                   MOVE 'INVALID STATE ABBREVIATION' TO SC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SC-MAIL-OPT-IN = 'Y'
              AND (SC-ADDRESS-LINE = SPACES OR SC-CITY = SPACES
                   OR SC-STATE = SPACES OR SC-POSTAL-CODE = SPACES)
               SET FIELDS-NOT-VALID TO TRUE
               MOVE 'MAIL OPT-IN NEEDS THE FULL ADDRESS' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SC-EMAIL = SPACES
               IF SC-EMAIL-OPT-IN = 'Y'
                   SET FIELDS-NOT-VALID TO TRUE
                   MOVE 'E-MAIL OPT-IN NEEDS AN E-MAIL ADDRESS'
                       TO SC-MESSAGE
               END-IF
           ELSE
               INITIALIZE VALID-PARAMS
               SET VP-EMAIL TO TRUE
               MOVE SC-EMAIL TO VP-EMAIL-INPUT
               CALL 'VALIDIO' USING VALID-PARAMS
               IF VP-NOT-VALID
                   SET FIELDS-NOT-VALID TO TRUE
                   MOVE VP-MESSAGE TO SC-MESSAGE
               ELSE
                   MOVE VP-EMAIL-OUTPUT TO SC-EMAIL
               END-IF
           END-IF
           .
       MOVE-MAILING-FIELDS.
           MOVE SC-ADDRESS-LINE  TO CU-ADDRESS-LINE
           MOVE SC-CITY          TO CU-CITY
           MOVE SC-STATE         TO CU-STATE
           MOVE SC-POSTAL-CODE   TO CU-POSTAL-CODE
           MOVE SC-EMAIL         TO CU-EMAIL
           MOVE SC-MAIL-OPT-IN   TO CU-MAIL-OPT-IN
           MOVE SC-EMAIL-OPT-IN  TO CU-EMAIL-OPT-IN
           .
      *-----------------------------------------------------------------
       GET-NEXT-CUSTOMER-NO.
           MOVE 1 TO WS-CTR-RRN
           MOVE CM-LAST-CUSTOMER-NO TO SC-CUSTOMER-NO
           CLOSE CUSTOMER-COUNTER
           .
      *-----------------------------------------------------------------
      * --- MERGE A DUPLICATE NUMBER INTO THE ONE BEING KEPT.  BOTH
      *     MUST BE ON FILE AND NEITHER ALREADY REMOVED; THE MANAGER
      *     PIN IS ASKED FOR AT THE CONSOLE BEFORE ANYTHING MOVES ----
       MERGE-DUPLICATE-CUSTOMER.
           IF ARGC < 3 OR ARGV(2) = SPACES OR ARGV(3) = SPACES
               DISPLAY 'USE "CUSTMNT MERGE <DUPLICATE NO> '
                       '<SURVIVING NO>"'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-MERGE-FROM-NO
           MOVE FUNCTION NUMVAL(ARGV(3)) TO WS-MERGE-INTO-NO
           IF WS-MERGE-FROM-NO = ZEROS OR WS-MERGE-INTO-NO = ZEROS
                   OR WS-MERGE-FROM-NO = WS-MERGE-INTO-NO
               DISPLAY 'TWO DIFFERENT CUSTOMER NUMBERS ARE NEEDED'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'NO CUSTOMER MASTER ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MERGE-CUSTOMERS
           IF RETURN-CODE = ZEROS
               PERFORM GET-MERGE-AUTHORITY
           END-IF
           IF RETURN-CODE = ZEROS
               PERFORM CARRY-OUT-MERGE
           END-IF
           CLOSE CUSTOMER-MASTER
           .
       CHECK-MERGE-CUSTOMERS.
           MOVE WS-MERGE-INTO-NO TO CU-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'SURVIVING CUSTOMER ' WS-MERGE-INTO-NO
                           ' NOT ON FILE'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CU-IS-REMOVED
               DISPLAY 'SURVIVING CUSTOMER ' WS-MERGE-INTO-NO
                       ' WAS REMOVED -- PICK A LIVE NUMBER'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CUSTOMER-NAME TO WS-SURVIVOR-NAME
           MOVE CU-PHONE         TO WS-SURVIVOR-PHONE
           MOVE WS-MERGE-FROM-NO TO CU-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'DUPLICATE CUSTOMER ' WS-MERGE-FROM-NO
                           ' NOT ON FILE'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CU-IS-REMOVED
               DISPLAY 'DUPLICATE CUSTOMER ' WS-MERGE-FROM-NO
                       ' IS ALREADY REMOVED'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CUSTOMER-NAME TO WS-MERGE-FROM-NAME
           DISPLAY 'MERGE     ' WS-MERGE-FROM-NO ' ' WS-MERGE-FROM-NAME
           DISPLAY 'INTO      ' WS-MERGE-INTO-NO ' ' WS-SURVIVOR-NAME
           .
       GET-MERGE-AUTHORITY.
           DISPLAY 'MANAGER PIN TO MERGE: ' WITH NO ADVANCING
           ACCEPT WS-MANAGER-PIN
           MOVE 'CUSTMRG ' TO AC-FUNCTION
           MOVE WS-MANAGER-PIN TO AC-PIN-INPUT
           CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
           IF AC-NOT-ALLOWED
               DISPLAY 'REFUSED -- ' AC-MESSAGE
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       CARRY-OUT-MERGE.
           SET SP-OP-OPEN TO TRUE
           MOVE 'CUSTMRG' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           STRING 'CUSTOMER MERGE  ' DF-MMDDYYYY(1:2) '/'
               DF-MMDDYYYY(3:2) '/' DF-MMDDYYYY(5:4)
               '  APPROVED BY ' AC-INITIALS-OUT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'DUPLICATE    ' WS-MERGE-FROM-NO '  '
               WS-MERGE-FROM-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'MERGED INTO  ' WS-MERGE-INTO-NO '  '
               WS-SURVIVOR-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM REPOINT-LAYAWAYS
           PERFORM REPOINT-GIFT-CERTS
           PERFORM REPOINT-STORE-CREDITS
           PERFORM REPOINT-WANTS
           PERFORM RETIRE-DUPLICATE-CUSTOMER
           PERFORM EMIT-REPORT-LINE
           STRING 'LAYAWAYS MOVED:       ' WS-LA-MOVED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'GIFT CERTS MOVED:     ' WS-GC-MOVED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'STORE CREDITS MOVED:  ' WS-CD-MOVED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING 'WANT-LIST ROWS MOVED: ' WS-WN-MOVED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-POINTS-MOVED TO WS-EDIT-POINTS
           STRING 'REWARD POINTS MOVED:  ' WS-EDIT-POINTS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      * --- THE LAYAWAY AND WANT-LIST ROWS CARRY A COPY OF THE NAME
      *     AND PHONE, SO THEY TAKE THE SURVIVOR'S AS WELL AS ITS
      *     NUMBER.  A FILE NOT YET ON DISK HAS NOTHING TO MOVE ------
       REPOINT-LAYAWAYS.
           OPEN I-O LAYAWAY-FILE
           IF WS-LA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-EOF-SW
           PERFORM READ-NEXT-LAYAWAY
           PERFORM REPOINT-ONE-LAYAWAY UNTIL END-OF-MERGE-ROWS
           CLOSE LAYAWAY-FILE
           .
       READ-NEXT-LAYAWAY.
           READ LAYAWAY-FILE NEXT RECORD
               AT END
                   SET END-OF-MERGE-ROWS TO TRUE
           END-READ
           .
       REPOINT-ONE-LAYAWAY.
           IF LA-CUSTOMER-NO = WS-MERGE-FROM-NO
               MOVE WS-MERGE-INTO-NO  TO LA-CUSTOMER-NO
               MOVE WS-SURVIVOR-NAME  TO LA-CUSTOMER-NAME
               MOVE WS-SURVIVOR-PHONE TO LA-CUSTOMER-PHONE
               REWRITE LAYAWAY-RECORD
                   INVALID KEY
                       STRING 'LAYAWAY      ' LA-LAYAWAY-NO
                           '  NOT MOVED -- REWRITE FAILED'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-LA-MOVED
                       STRING 'LAYAWAY      ' LA-LAYAWAY-NO
                           '  SKU ' LA-SKU '  STATUS ' LA-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-REWRITE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-LAYAWAY
           .
       REPOINT-GIFT-CERTS.
           OPEN I-O GIFT-CERT-FILE
           IF WS-GC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-EOF-SW
           PERFORM READ-NEXT-GIFT-CERT
           PERFORM REPOINT-ONE-GIFT-CERT UNTIL END-OF-MERGE-ROWS
           CLOSE GIFT-CERT-FILE
           .
       READ-NEXT-GIFT-CERT.
           READ GIFT-CERT-FILE NEXT RECORD
               AT END
                   SET END-OF-MERGE-ROWS TO TRUE
           END-READ
           .
       REPOINT-ONE-GIFT-CERT.
           IF GC-CUSTOMER-NO = WS-MERGE-FROM-NO
               MOVE WS-MERGE-INTO-NO TO GC-CUSTOMER-NO
               REWRITE GIFT-CERT-RECORD
                   INVALID KEY
                       STRING 'GIFT CERT    ' GC-CERT-NO
                           '  NOT MOVED -- REWRITE FAILED'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-GC-MOVED
                       MOVE GC-AMOUNT TO WS-EDIT-AMOUNT
                       STRING 'GIFT CERT    ' GC-CERT-NO
                           '  AMOUNT ' WS-EDIT-AMOUNT
                           '  STATUS ' GC-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-REWRITE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-GIFT-CERT
           .
       REPOINT-STORE-CREDITS.
           OPEN I-O STORE-CREDIT-FILE
           IF WS-CD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-EOF-SW
           PERFORM READ-NEXT-STORE-CREDIT
           PERFORM REPOINT-ONE-STORE-CREDIT UNTIL END-OF-MERGE-ROWS
           CLOSE STORE-CREDIT-FILE
           .
       READ-NEXT-STORE-CREDIT.
           READ STORE-CREDIT-FILE NEXT RECORD
               AT END
                   SET END-OF-MERGE-ROWS TO TRUE
           END-READ
           .
       REPOINT-ONE-STORE-CREDIT.
           IF CD-CUSTOMER-NO = WS-MERGE-FROM-NO
               MOVE WS-MERGE-INTO-NO TO CD-CUSTOMER-NO
               REWRITE STORE-CREDIT-RECORD
                   INVALID KEY
                       STRING 'STORE CREDIT ' CD-CREDIT-NO
                           '  NOT MOVED -- REWRITE FAILED'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-CD-MOVED
                       MOVE CD-AMOUNT TO WS-EDIT-AMOUNT
                       STRING 'STORE CREDIT ' CD-CREDIT-NO
                           '  AMOUNT ' WS-EDIT-AMOUNT
                           '  STATUS ' CD-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-REWRITE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-STORE-CREDIT
           .
       REPOINT-WANTS.
           OPEN I-O WANT-FILE
           IF WS-WN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-EOF-SW
           PERFORM READ-NEXT-WANT
           PERFORM REPOINT-ONE-WANT UNTIL END-OF-MERGE-ROWS
           CLOSE WANT-FILE
           .
       READ-NEXT-WANT.
           READ WANT-FILE NEXT RECORD
               AT END
                   SET END-OF-MERGE-ROWS TO TRUE
           END-READ
           .
       REPOINT-ONE-WANT.
           IF WN-CUSTOMER-NO = WS-MERGE-FROM-NO
               MOVE WS-MERGE-INTO-NO  TO WN-CUSTOMER-NO
               MOVE WS-SURVIVOR-NAME  TO WN-CUSTOMER-NAME
               MOVE WS-SURVIVOR-PHONE TO WN-PHONE
               REWRITE CUSTOMER-WANT-RECORD
                   INVALID KEY
                       STRING 'WANT LIST    ' WN-WANT-NO
                           '  NOT MOVED -- REWRITE FAILED'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-WN-MOVED
                       STRING 'WANT LIST    ' WN-WANT-NO
                           '  ' WN-KEYWORD '  STATUS ' WN-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-REWRITE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-WANT
           .
      * --- THE DUPLICATE'S REWARD POINTS (AND THE COUNT OF REWARDS
      *     ALREADY ISSUED ON THEM) GO TO THE SURVIVOR, AND THE
      *     DUPLICATE IS LEFT REMOVED, POINTING AT THE SURVIVOR -------
       RETIRE-DUPLICATE-CUSTOMER.
           MOVE WS-MERGE-FROM-NO TO CU-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO WS-POINTS-MOVED WS-ISSUED-MOVED
           IF CU-REWARD-POINTS NUMERIC
               MOVE CU-REWARD-POINTS TO WS-POINTS-MOVED
           END-IF
           IF CU-REWARDS-ISSUED NUMERIC
               MOVE CU-REWARDS-ISSUED TO WS-ISSUED-MOVED
           END-IF
           MOVE ZEROS TO CU-REWARD-POINTS CU-REWARDS-ISSUED
           SET CU-IS-REMOVED TO TRUE
           MOVE WS-MERGE-INTO-NO TO CU-MERGED-INTO
           MOVE AC-INITIALS-OUT  TO CU-OPERATOR-ID
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE NOT MARKED -- REWRITE FAILED'
                       TO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-MERGE-INTO-NO TO CU-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CU-REWARD-POINTS NOT NUMERIC
               MOVE ZEROS TO CU-REWARD-POINTS
           END-IF
           IF CU-REWARDS-ISSUED NOT NUMERIC
               MOVE ZEROS TO CU-REWARDS-ISSUED
           END-IF
           ADD WS-POINTS-MOVED TO CU-REWARD-POINTS
           ADD WS-ISSUED-MOVED TO CU-REWARDS-ISSUED
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'REWARD POINTS NOT MOVED -- REWRITE FAILED'
                       TO WS-RPT-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           .
      *-----------------------------------------------------------------
      * --- NIGHTLY PROBABLE-DUPLICATE LIST.  EVERY ACTIVE CUSTOMER IS
      *     TABLED WITH ITS TWO KEYS, SORTED ONCE BY PHONE AND ONCE BY
      *     NAME, AND NEIGHBOURS WITH THE SAME KEY ARE LISTED ---------
       LIST-PROBABLE-DUPLICATES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'NO CUSTOMER MASTER ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO WS-DUP-TABLE
           SET WS-EOF-SW TO 0
           PERFORM READ-NEXT-CUSTOMER
           PERFORM TABLE-ONE-CUSTOMER UNTIL END-OF-CUSTOMER-MASTER
           CLOSE CUSTOMER-MASTER
           SET SP-OP-OPEN TO TRUE
           MOVE 'CUSTDUPS' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           STRING 'PROBABLE DUPLICATE CUSTOMERS  ' DF-MMDDYYYY(1:2) '/'
               DF-MMDDYYYY(3:2) '/' DF-MMDDYYYY(5:4)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'SAME PHONE NUMBER:' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SORT WS-DUP-ENTRY ON ASCENDING KEY WS-DP-PHONE-KEY
           PERFORM CHECK-PHONE-NEIGHBOUR
               VARYING DP-IDX FROM 2 BY 1
               UNTIL DP-IDX > WS-DUP-COUNT
           PERFORM EMIT-REPORT-LINE
           MOVE 'SIMILAR NAME:' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SORT WS-DUP-ENTRY ON ASCENDING KEY WS-DP-NAME-KEY
           PERFORM CHECK-NAME-NEIGHBOUR
               VARYING DP-IDX FROM 2 BY 1
               UNTIL DP-IDX > WS-DUP-COUNT
           PERFORM EMIT-REPORT-LINE
           STRING 'CUSTOMERS CHECKED: ' WS-DUP-COUNT
               '   PAIRS LISTED: ' WS-PAIR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-PAIR-COUNT > ZEROS
               MOVE 'TO FOLD ONE INTO THE OTHER: GNUMAIN CUSTMNT MERGE '
                   TO WS-RPT-LINE
               MOVE '<DUPLICATE> <SURVIVOR>' TO WS-RPT-LINE(51:)
               PERFORM EMIT-REPORT-LINE
           END-IF
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-READ
           .
       TABLE-ONE-CUSTOMER.
           IF CU-IS-REMOVED OR WS-DUP-COUNT >= 5000
               PERFORM READ-NEXT-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-COUNT
           SET DP-IDX TO WS-DUP-COUNT
           MOVE CU-CUSTOMER-NO   TO WS-DP-CUSTOMER-NO(DP-IDX)
           MOVE CU-CUSTOMER-NAME TO WS-DP-NAME(DP-IDX)
           MOVE CU-PHONE         TO WS-DP-PHONE(DP-IDX)
           PERFORM BUILD-PHONE-KEY
           PERFORM BUILD-NAME-KEY
           PERFORM READ-NEXT-CUSTOMER
           .
      * --- DIGITS ONLY, LAST TEN (SO A LEADING 1 DROPS OFF); FEWER
      *     THAN SEVEN IS NO PHONE AT ALL AND IS NOT COMPARED --------
       BUILD-PHONE-KEY.
           MOVE SPACES TO WS-DIGITS WS-DP-PHONE-KEY(DP-IDX)
           MOVE ZEROS TO WS-DIGIT-COUNT
           PERFORM TAKE-ONE-PHONE-DIGIT
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > 20
           EVALUATE TRUE
               WHEN WS-DIGIT-COUNT < 7
                   CONTINUE
               WHEN WS-DIGIT-COUNT > 10
                   MOVE WS-DIGITS(WS-DIGIT-COUNT - 9:10)
                       TO WS-DP-PHONE-KEY(DP-IDX)
               WHEN OTHER
                   MOVE WS-DIGITS(1:WS-DIGIT-COUNT)
                       TO WS-DP-PHONE-KEY(DP-IDX)
           END-EVALUATE
           .
       TAKE-ONE-PHONE-DIGIT.
           IF CU-PHONE(WS-CHAR-POS:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
               MOVE CU-PHONE(WS-CHAR-POS:1)
                   TO WS-DIGITS(WS-DIGIT-COUNT:1)
           END-IF
           .
      * --- LETTERS ONLY, UPPER CASE, FIRST EIGHT: "O'BRIEN, PAT" AND
      *     "OBRIEN PATRICK" BOTH KEY AS OBRIENPA.  FEWER THAN FOUR
      *     LETTERS IS NOT COMPARED ----------------------------------
       BUILD-NAME-KEY.
           MOVE CU-CUSTOMER-NAME TO WS-NAME-WORK
           INSPECT WS-NAME-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-LETTERS WS-DP-NAME-KEY(DP-IDX)
           MOVE ZEROS TO WS-LETTER-COUNT
           PERFORM TAKE-ONE-NAME-LETTER
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > 30
           IF WS-LETTER-COUNT >= 4
               MOVE WS-LETTERS(1:8) TO WS-DP-NAME-KEY(DP-IDX)
           END-IF
           .
       TAKE-ONE-NAME-LETTER.
           IF WS-NAME-WORK(WS-CHAR-POS:1) >= 'A'
                   AND WS-NAME-WORK(WS-CHAR-POS:1) <= 'Z'
               ADD 1 TO WS-LETTER-COUNT
               MOVE WS-NAME-WORK(WS-CHAR-POS:1)
                   TO WS-LETTERS(WS-LETTER-COUNT:1)
           END-IF
           .
       CHECK-PHONE-NEIGHBOUR.
           IF WS-DP-PHONE-KEY(DP-IDX) NOT = SPACES
                   AND WS-DP-PHONE-KEY(DP-IDX) =
                       WS-DP-PHONE-KEY(DP-IDX - 1)
               PERFORM PRINT-DUPLICATE-PAIR
           END-IF
           .
       CHECK-NAME-NEIGHBOUR.
           IF WS-DP-NAME-KEY(DP-IDX) NOT = SPACES
                   AND WS-DP-NAME-KEY(DP-IDX) =
                       WS-DP-NAME-KEY(DP-IDX - 1)
               PERFORM PRINT-DUPLICATE-PAIR
           END-IF
           .
       PRINT-DUPLICATE-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           STRING '  ' WS-DP-CUSTOMER-NO(DP-IDX - 1) '  '
               WS-DP-NAME(DP-IDX - 1) '  ' WS-DP-PHONE(DP-IDX - 1)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING '  ' WS-DP-CUSTOMER-NO(DP-IDX) '  '
               WS-DP-NAME(DP-IDX) '  ' WS-DP-PHONE(DP-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           .
