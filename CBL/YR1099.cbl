       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-08-22.
      *-----------------------------------------------------------------
      *    YR1099 -- YEAR-END 1099 WORKSHEET AND ELECTRONIC FILE.
      *    TOTALS THE PAYOUT REGISTER PER TENANT FOR ONE YEAR (ARGV(1)
      *    AS YY) AND PRINTS A WORKSHEET LINE -- NAME AND ADDRESS FROM
      *    THE TENANT MASTER, OR FROM TENANT HISTORY FOR A MOVED-OUT
      *    CONSIGNOR, AND THE MASKED TIN FROM TAXIDS -- FOR EVERY
      *    CONSIGNOR PAID AT OR ABOVE THE REPORTING THRESHOLD (ARGV(2),
      *    DEFAULT FROM PAYPOLCY, ELSE 600.00) OR WITH ANY BACKUP
      *    WITHHOLDING.  THE SAME PAYEES ARE WRITTEN TO THE IRS1099
      *    FILE IN THE IRS ELECTRONIC FILING LAYOUT (T, A, B PER
      *    PAYEE, C, F) FOR UPLOAD, AND EVERY PAYEE STILL MISSING A
      *    TIN IS LISTED ON AN EXCEPTION LIST TO CHASE BEFORE FILING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
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
           SELECT PAYOUT-POLICY
               ASSIGN TO 'PAYPOLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT PAYER-ID-FILE
               ASSIGN TO 'PAYERID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PI-STATUS.
           SELECT IRS-FILING-FILE
               ASSIGN TO 'IRS1099'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PAYREG.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  TENANT-HISTORY.
       COPY TENTHIST.
       FD  TAXPAYER-ID-FILE.
       COPY TAXID.
       FD  PAYOUT-POLICY.
       COPY PAYPOLCY.
       FD  PAYER-ID-FILE.
       COPY PAYERID.
       FD  IRS-FILING-FILE.
       COPY IRSNEC.
       WORKING-STORAGE SECTION.
       01 WS-PR-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-TH-STATUS         PIC XX VALUE '00'.
       01 WS-TI-STATUS         PIC XX VALUE '00'.
       01 WS-PY-STATUS         PIC XX VALUE '00'.
       01 WS-PI-STATUS         PIC XX VALUE '00'.
       01 WS-IR-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-REGISTER        VALUE 1.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-FOUND            VALUE 1.
             88 ENTRY-NOT-FOUND        VALUE 0.
          03 WS-TH-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TENANT-HISTORY  VALUE 1.
          03 WS-PAYEE-SW       PIC 9 VALUE 0.
             88 PAYEE-FOUND            VALUE 1.
             88 PAYEE-NOT-FOUND        VALUE 0.
          03 WS-TI-OPEN-SW     PIC 9 VALUE 0.
             88 TAXPAYER-IDS-OPEN      VALUE 1.
          03 WS-TIN-SW         PIC 9 VALUE 0.
             88 TIN-ON-FILE            VALUE 1.
             88 TIN-NOT-ON-FILE        VALUE 0.
       01 WS-TARGET-YY         PIC 9(2) VALUE ZEROS.
       01 WS-PAYMENT-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-THRESHOLD         PIC 9(6)V9(2) VALUE 600.00.
       01 WS-TOTALS-TABLE.
          03 WS-TOT-ENTRY      OCCURS 500 TIMES INDEXED BY TOT-IDX.
             05 WS-TOT-TENANT       PIC 9(6).
             05 WS-TOT-NET          PIC S9(8)V9(2).
             05 WS-TOT-WITHHELD     PIC S9(8)V9(2).
       01 WS-TOT-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-NAME-LINE         PIC X(30) VALUE SPACES.
       01 WS-WORKSHEET-COUNT   PIC 9(4) VALUE ZEROS.
      * --- ELECTRONIC FILE WORK FIELDS --------------------------------
       01 WS-IRS-SEQUENCE      PIC 9(8) VALUE ZEROS.
       01 WS-FILING-PAYEES     PIC 9(8) VALUE ZEROS.
       01 WS-FILED-NEC-TOTAL   PIC 9(16)V9(2) VALUE ZEROS.
       01 WS-FILED-WH-TOTAL    PIC 9(16)V9(2) VALUE ZEROS.
       01 WS-PAYEE-NAME        PIC X(40) VALUE SPACES.
       01 WS-PAYEE-ZIP         PIC X(9) VALUE SPACES.
       01 WS-MASKED-TIN        PIC X(11) VALUE SPACES.
       01 WS-W9-DATE           PIC 9(8) VALUE ZEROS.
      * --- OVER-THRESHOLD PAYEES WITH NO TIN, LISTED AFTER THE FILE
      *     IS WRITTEN -------------------------------------------------
       01 WS-EXC-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-EXCEPTION-TABLE.
          03 WS-EXC-ENTRY      OCCURS 500 TIMES INDEXED BY EXC-IDX.
             05 WS-EXC-TENANT       PIC 9(6).
             05 WS-EXC-NAME         PIC X(30).
             05 WS-EXC-NET          PIC S9(8)V9(2).
             05 WS-EXC-W9-DATE      PIC 9(8).
       COPY DATEFMT.
       COPY TINMASK.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TARGET-YY = FUNCTION MOD(DF-YEAR, 100)
           PERFORM LOAD-POLICY-THRESHOLD
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-YY
           END-IF
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-THRESHOLD
           END-IF
           COMPUTE WS-PAYMENT-YEAR = 2000 + WS-TARGET-YY
           OPEN INPUT PAYOUT-REGISTER
           IF WS-PR-STATUS = '35'
               DISPLAY 'NO PAYOUT REGISTER ON FILE YET'
               PERFORM READ-REGISTER
               PERFORM TALLY-ONE-REGISTER-ROW UNTIL END-OF-REGISTER
               CLOSE PAYOUT-REGISTER
               PERFORM LOAD-PAYER-ID
               PERFORM COUNT-ONE-FILING-PAYEE
                   VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > WS-TOT-COUNT
               OPEN INPUT TENANT-MASTER
               PERFORM OPEN-TAXPAYER-IDS
               OPEN OUTPUT IRS-FILING-FILE
               PERFORM WRITE-TRANSMITTER-RECORD
               PERFORM WRITE-PAYER-RECORD
               DISPLAY '       1099 WORKSHEET -- YEAR 20' WS-TARGET-YY
               DISPLAY 'REPORTING THRESHOLD: ' WS-THRESHOLD
               DISPLAY ' '
               PERFORM PRINT-ONE-WORKSHEET-LINE
                   VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > WS-TOT-COUNT
               PERFORM WRITE-PAYER-TOTALS-RECORD
               PERFORM WRITE-END-OF-TRANSMISSION
               CLOSE IRS-FILING-FILE
               IF TAXPAYER-IDS-OPEN
                   CLOSE TAXPAYER-ID-FILE
               END-IF
               CLOSE TENANT-MASTER
               DISPLAY ' '
               DISPLAY 'CONSIGNORS AT OR OVER THRESHOLD: '
                       WS-WORKSHEET-COUNT
               DISPLAY 'IRS1099 FILE WRITTEN: ' WS-FILING-PAYEES
                       ' PAYEE RECORDS, NEC TOTAL ' WS-FILED-NEC-TOTAL
               PERFORM PRINT-MISSING-TIN-EXCEPTIONS
               PERFORM CHECK-PAYER-READY
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE THRESHOLD CMSPAY USES FOR BACKUP WITHHOLDING IS THE
      *     DEFAULT HERE TOO, SO BOTH ENDS OF THE YEAR AGREE -----------
       LOAD-POLICY-THRESHOLD.
           OPEN INPUT PAYOUT-POLICY
           IF WS-PY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PAYOUT-POLICY NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PY-1099-THRESHOLD IS NUMERIC
                       MOVE PY-1099-THRESHOLD TO WS-THRESHOLD
                   END-IF
           END-READ
           CLOSE PAYOUT-POLICY
           .
      *-----------------------------------------------------------------
       READ-REGISTER.
           READ PAYOUT-REGISTER NEXT RECORD
           END-IF
           PERFORM READ-REGISTER
           .
      * --- BACKUP WITHHOLDING WAS PAID TO THE IRS ON THE CONSIGNOR'S
      *     BEHALF, SO IT IS ADDED BACK: BOX 1 IS WHAT WAS EARNED,
      *     BOX 4 IS WHAT WAS WITHHELD OUT OF IT -----------------------
       POST-TENANT-TOTAL.
           SET ENTRY-NOT-FOUND TO TRUE
           SET TOT-IDX TO 1
                   ADD 1 TO WS-TOT-COUNT
                   MOVE PR-TENANT-ID TO WS-TOT-TENANT(WS-TOT-COUNT)
                   MOVE ZEROS TO WS-TOT-NET(WS-TOT-COUNT)
                   MOVE ZEROS TO WS-TOT-WITHHELD(WS-TOT-COUNT)
                   SET TOT-IDX TO WS-TOT-COUNT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD PR-NET-PAID TO WS-TOT-NET(TOT-IDX)
           IF PR-BACKUP-WITHHELD IS NUMERIC
               ADD PR-BACKUP-WITHHELD TO WS-TOT-NET(TOT-IDX)
               ADD PR-BACKUP-WITHHELD TO WS-TOT-WITHHELD(TOT-IDX)
           END-IF
           .
       SCAN-TOTALS-TABLE.
           IF WS-TOT-TENANT(TOT-IDX) = PR-TENANT-ID
               SET TOT-IDX UP BY 1
           END-IF
           .
      * --- ANY BACKUP WITHHOLDING MAKES A 1099 REQUIRED WHATEVER THE
      *     AMOUNT PAID ------------------------------------------------
       COUNT-ONE-FILING-PAYEE.
           IF WS-TOT-NET(TOT-IDX) >= WS-THRESHOLD
                   OR WS-TOT-WITHHELD(TOT-IDX) > ZEROS
               ADD 1 TO WS-FILING-PAYEES
           END-IF
           .
      *-----------------------------------------------------------------
       PRINT-ONE-WORKSHEET-LINE.
           IF WS-TOT-NET(TOT-IDX) >= WS-THRESHOLD
                   OR WS-TOT-WITHHELD(TOT-IDX) > ZEROS
               ADD 1 TO WS-WORKSHEET-COUNT
               MOVE SPACES TO WS-NAME-LINE
               PERFORM LOAD-WORKSHEET-PAYEE
               PERFORM LOOKUP-PAYEE-TIN
               IF PAYEE-FOUND
                   STRING TM-FIRST DELIMITED BY SPACE
                          ' ' TM-LAST-NAME DELIMITED BY SIZE
                          INTO WS-NAME-LINE
                   DISPLAY WS-TOT-TENANT(TOT-IDX) SPACE
                           WS-NAME-LINE SPACE WS-TOT-NET(TOT-IDX)
                   IF WS-TM-STATUS NOT = '00'
                       DISPLAY '        (MOVED OUT -- ADDRESS FROM '
                               'TENANT HISTORY)'
                   END-IF
                   DISPLAY '        ' TM-ADDRESS-LINE-1
                   DISPLAY '        ' TM-CITY ' '
                           TM-STATE-COUNTRY ' ' TM-POSTAL-CODE
               ELSE
                   MOVE '*** NAME NOT ON FILE ***' TO WS-NAME-LINE
                   DISPLAY WS-TOT-TENANT(TOT-IDX)
                           ' *** NOT ON MASTER OR TENTHIST ***'
                           SPACE WS-TOT-NET(TOT-IDX)
               END-IF
               DISPLAY '        TIN ' WS-MASKED-TIN
                       '   BACKUP WITHHELD ' WS-TOT-WITHHELD(TOT-IDX)
               IF TIN-NOT-ON-FILE
                   PERFORM ADD-MISSING-TIN-EXCEPTION
               END-IF
               PERFORM WRITE-PAYEE-RECORD
           END-IF
           .
      * --- THE MASTER FIRST; A MOVED-OUT CONSIGNOR'S NAME AND ADDRESS
      *     COME OFF THEIR LAST TENANTHS ROW, LAID INTO THE MASTER
      *     RECORD AREA SO ONE SET OF FIELDS FEEDS THE WORKSHEET AND
      *     THE B RECORD -----------------------------------------------
       LOAD-WORKSHEET-PAYEE.
           SET PAYEE-NOT-FOUND TO TRUE
           MOVE WS-TOT-TENANT(TOT-IDX) TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               SET PAYEE-FOUND TO TRUE
           ELSE
               PERFORM LOAD-PAYEE-FROM-HISTORY
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
           IF TH-TENANT-ID = WS-TOT-TENANT(TOT-IDX)
               INITIALIZE TENANT-MASTER-RECORD
               MOVE TH-TENANT-ID      TO TM-TENANT-ID
               MOVE TH-LAST-NAME      TO TM-LAST-NAME
               MOVE TH-FIRST          TO TM-FIRST
               MOVE TH-ADDRESS-LINE-1 TO TM-ADDRESS-LINE-1
               MOVE TH-ADDRESS-LINE-2 TO TM-ADDRESS-LINE-2
               MOVE TH-CITY           TO TM-CITY
               MOVE TH-STATE-COUNTRY  TO TM-STATE-COUNTRY
               MOVE TH-POSTAL-CODE    TO TM-POSTAL-CODE
               SET PAYEE-FOUND TO TRUE
           END-IF
           PERFORM READ-TENANT-HISTORY
           .
      *-----------------------------------------------------------------
      * --- NO TAXIDS FILE YET MEANS NO TIN IS ON FILE FOR ANYONE ------
       OPEN-TAXPAYER-IDS.
           SET WS-TI-OPEN-SW TO 0
           OPEN INPUT TAXPAYER-ID-FILE
           IF WS-TI-STATUS = '00'
               SET TAXPAYER-IDS-OPEN TO TRUE
           END-IF
           .
       LOOKUP-PAYEE-TIN.
           SET TIN-NOT-ON-FILE TO TRUE
           MOVE ZEROS TO WS-W9-DATE
           MOVE SPACES TO TK-TIN-IN TK-TIN-TYPE
           IF TAXPAYER-IDS-OPEN
               MOVE WS-TOT-TENANT(TOT-IDX) TO TI-TENANT-ID
               READ TAXPAYER-ID-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TI-STATUS = '00'
                   MOVE TI-W9-DATE TO WS-W9-DATE
                   IF TI-TIN IS NUMERIC
                       SET TIN-ON-FILE TO TRUE
                       MOVE TI-TIN      TO TK-TIN-IN
                       MOVE TI-TIN-TYPE TO TK-TIN-TYPE
                   END-IF
               END-IF
           END-IF
           CALL 'TINMASK' USING TIN-MASK-PARAMS
           MOVE TK-TIN-OUT TO WS-MASKED-TIN
           .
       ADD-MISSING-TIN-EXCEPTION.
           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               SET EXC-IDX TO WS-EXC-COUNT
               MOVE WS-TOT-TENANT(TOT-IDX) TO WS-EXC-TENANT(EXC-IDX)
               MOVE WS-NAME-LINE           TO WS-EXC-NAME(EXC-IDX)
               MOVE WS-TOT-NET(TOT-IDX)    TO WS-EXC-NET(EXC-IDX)
               MOVE WS-W9-DATE             TO WS-EXC-W9-DATE(EXC-IDX)
           END-IF
           .
      *-----------------------------------------------------------------
      * --- FILER DETAILS COME OFF THE PAYERID CONTROL ROW; THE FIRST
      *     RUN SEEDS THE SHOP NAME AND LEAVES THE REST FOR THE
      *     BOOKKEEPER TO FILL IN --------------------------------------
       LOAD-PAYER-ID.
           OPEN INPUT PAYER-ID-FILE
           IF WS-PI-STATUS = '35'
               PERFORM SEED-PAYER-ID
               OPEN INPUT PAYER-ID-FILE
           END-IF
           READ PAYER-ID-FILE NEXT RECORD
               AT END
                   INITIALIZE PAYER-ID-RECORD
                   MOVE 'DARLENE''S TREASURES' TO PI-PAYER-NAME
           END-READ
           CLOSE PAYER-ID-FILE
           .
       SEED-PAYER-ID.
           OPEN OUTPUT PAYER-ID-FILE
           MOVE SPACES TO PAYER-ID-RECORD
           MOVE 'DARLENE''S TREASURES' TO PI-PAYER-NAME
           WRITE PAYER-ID-RECORD
           CLOSE PAYER-ID-FILE
           .
       CHECK-PAYER-READY.
           IF PI-PAYER-TIN = SPACES OR PI-TCC = SPACES
               DISPLAY ' '
               DISPLAY '*** PAYERID HAS NO PAYER TIN OR TCC -- FILL '
                       'IN PAYERID AND RERUN BEFORE UPLOADING ***'
           END-IF
           IF PI-IS-TEST-FILE
               DISPLAY '*** IRS1099 IS MARKED AS A TEST FILE ***'
           END-IF
           .
      *-----------------------------------------------------------------
       WRITE-TRANSMITTER-RECORD.
           MOVE SPACES TO IRS-T-RECORD
           MOVE 'T'                 TO IT-RECORD-TYPE
           MOVE WS-PAYMENT-YEAR     TO IT-PAYMENT-YEAR
           MOVE PI-PAYER-TIN        TO IT-TRANSMITTER-TIN
           MOVE PI-TCC              TO IT-TCC
           MOVE PI-TEST-FILE-FLAG   TO IT-TEST-FILE-IND
           MOVE PI-PAYER-NAME       TO IT-TRANSMITTER-NAME
           MOVE PI-PAYER-NAME       TO IT-COMPANY-NAME
           MOVE PI-PAYER-ADDRESS    TO IT-COMPANY-ADDRESS
           MOVE PI-PAYER-CITY       TO IT-COMPANY-CITY
           MOVE PI-PAYER-STATE      TO IT-COMPANY-STATE
           MOVE PI-PAYER-ZIP        TO IT-COMPANY-ZIP
           MOVE WS-FILING-PAYEES    TO IT-TOTAL-PAYEES
           MOVE PI-CONTACT-NAME     TO IT-CONTACT-NAME
           MOVE PI-PAYER-PHONE      TO IT-CONTACT-PHONE
           MOVE PI-CONTACT-EMAIL    TO IT-CONTACT-EMAIL
           MOVE 'I'                 TO IT-VENDOR-IND
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE     TO IT-SEQUENCE-NO
           WRITE IRS-T-RECORD
           .
       WRITE-PAYER-RECORD.
           MOVE SPACES TO IRS-A-RECORD
           MOVE 'A'                 TO IA-RECORD-TYPE
           MOVE WS-PAYMENT-YEAR     TO IA-PAYMENT-YEAR
           MOVE PI-PAYER-TIN        TO IA-PAYER-TIN
           MOVE FUNCTION UPPER-CASE(PI-PAYER-NAME(1:4))
               TO IA-NAME-CONTROL
           MOVE 'NE'                TO IA-TYPE-OF-RETURN
           MOVE '14'                TO IA-AMOUNT-CODES
           MOVE PI-PAYER-NAME       TO IA-PAYER-NAME
           MOVE '0'                 TO IA-TRANSFER-AGENT-IND
           MOVE PI-PAYER-ADDRESS    TO IA-PAYER-ADDRESS
           MOVE PI-PAYER-CITY       TO IA-PAYER-CITY
           MOVE PI-PAYER-STATE      TO IA-PAYER-STATE
           MOVE PI-PAYER-ZIP        TO IA-PAYER-ZIP
           MOVE PI-PAYER-PHONE      TO IA-PAYER-PHONE
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE     TO IA-SEQUENCE-NO
           WRITE IRS-A-RECORD
           .
      * --- ONE B RECORD PER PAYEE.  A PAYEE WITH NO TIN STILL GETS ONE
      *     (THE TIN LEFT BLANK, AS THE IRS ALLOWS) -- THE FILING IS
      *     DUE EITHER WAY -- AND SHOWS ON THE EXCEPTION LIST ----------
       WRITE-PAYEE-RECORD.
           MOVE SPACES TO IRS-B-RECORD
           MOVE 'B'                 TO IB-RECORD-TYPE
           MOVE WS-PAYMENT-YEAR     TO IB-PAYMENT-YEAR
           MOVE FUNCTION UPPER-CASE(TM-LAST-NAME(1:4))
               TO IB-NAME-CONTROL
           IF TIN-ON-FILE
               IF TK-TIN-TYPE = 'E'
                   MOVE '1'         TO IB-TIN-TYPE
               ELSE
                   MOVE '2'         TO IB-TIN-TYPE
               END-IF
               MOVE TK-TIN-IN       TO IB-PAYEE-TIN
           END-IF
           MOVE WS-TOT-TENANT(TOT-IDX) TO IB-ACCOUNT-NO
           MOVE WS-TOT-NET(TOT-IDX)      TO IB-AMOUNT-1
           MOVE ZEROS                    TO IB-AMOUNT-2 IB-AMOUNT-3
           MOVE WS-TOT-WITHHELD(TOT-IDX) TO IB-AMOUNT-4
           MOVE ALL '0'                  TO IB-OTHER-AMOUNTS
           MOVE SPACES TO WS-PAYEE-NAME
           IF PAYEE-FOUND
               STRING FUNCTION TRIM(TM-FIRST) DELIMITED BY SIZE
                      ' ' FUNCTION TRIM(TM-LAST-NAME) DELIMITED BY SIZE
                      INTO WS-PAYEE-NAME
           END-IF
           MOVE WS-PAYEE-NAME       TO IB-PAYEE-NAME
           MOVE TM-ADDRESS-LINE-1   TO IB-PAYEE-ADDRESS
           MOVE TM-CITY             TO IB-PAYEE-CITY
           MOVE TM-STATE-COUNTRY(1:2) TO IB-PAYEE-STATE
           PERFORM FORMAT-PAYEE-ZIP
           MOVE WS-PAYEE-ZIP        TO IB-PAYEE-ZIP
           MOVE ZEROS               TO IB-STATE-TAX-WH IB-LOCAL-TAX-WH
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE     TO IB-SEQUENCE-NO
           WRITE IRS-B-RECORD
           ADD WS-TOT-NET(TOT-IDX)      TO WS-FILED-NEC-TOTAL
           ADD WS-TOT-WITHHELD(TOT-IDX) TO WS-FILED-WH-TOTAL
           .
      * --- ZIP+4 KEYED AS 12345-6789 GOES OUT AS NINE DIGITS ---------
       FORMAT-PAYEE-ZIP.
           MOVE SPACES TO WS-PAYEE-ZIP
           IF TM-POSTAL-CODE(6:1) = '-'
               STRING TM-POSTAL-CODE(1:5) TM-POSTAL-CODE(7:4)
                   DELIMITED BY SIZE INTO WS-PAYEE-ZIP
           ELSE
               MOVE TM-POSTAL-CODE(1:9) TO WS-PAYEE-ZIP
           END-IF
           .
       WRITE-PAYER-TOTALS-RECORD.
           MOVE SPACES TO IRS-C-RECORD
           MOVE 'C'                 TO IC-RECORD-TYPE
           MOVE WS-FILING-PAYEES    TO IC-NUMBER-OF-PAYEES
           MOVE WS-FILED-NEC-TOTAL  TO IC-CONTROL-TOTAL-1
           MOVE ZEROS               TO IC-CONTROL-TOTAL-2
                                       IC-CONTROL-TOTAL-3
           MOVE WS-FILED-WH-TOTAL   TO IC-CONTROL-TOTAL-4
           MOVE ALL '0'             TO IC-OTHER-TOTALS
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE     TO IC-SEQUENCE-NO
           WRITE IRS-C-RECORD
           .
       WRITE-END-OF-TRANSMISSION.
           MOVE SPACES TO IRS-F-RECORD
           MOVE 'F'                 TO IE-RECORD-TYPE
           MOVE 1                   TO IE-NUMBER-OF-A-RECS
           MOVE ZEROS               TO IE-ZERO-FILL
           MOVE WS-FILING-PAYEES    TO IE-TOTAL-PAYEES
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE     TO IE-SEQUENCE-NO
           WRITE IRS-F-RECORD
           .
      *-----------------------------------------------------------------
       PRINT-MISSING-TIN-EXCEPTIONS.
           DISPLAY ' '
           DISPLAY '       MISSING TIN EXCEPTIONS -- YEAR 20'
                   WS-TARGET-YY
           IF WS-EXC-COUNT = ZEROS
               DISPLAY 'NONE -- EVERY REPORTABLE PAYEE HAS A TIN'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'TENANT  NAME                           PAID'
                   '          W-9 DATE'
           PERFORM PRINT-ONE-EXCEPTION
               VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXC-COUNT
           DISPLAY 'PAYEES MISSING A TIN: ' WS-EXC-COUNT
           .
       PRINT-ONE-EXCEPTION.
           IF WS-EXC-W9-DATE(EXC-IDX) = ZEROS
               DISPLAY WS-EXC-TENANT(EXC-IDX) SPACE
                       WS-EXC-NAME(EXC-IDX) SPACE
                       WS-EXC-NET(EXC-IDX) '  NO W-9'
           ELSE
               DISPLAY WS-EXC-TENANT(EXC-IDX) SPACE
                       WS-EXC-NAME(EXC-IDX) SPACE
                       WS-EXC-NET(EXC-IDX) '  '
                       WS-EXC-W9-DATE(EXC-IDX)
           END-IF
           .
