       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADCKMNT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BADCKMNT -- BAD-CHECK WRITER MAINTENANCE.  A MANAGER-LEVEL
      *    PIN OPENS THE SCREEN (AUTHCHK FUNCTION 'BADCHK').  THE
      *    WRITER IS KEYED BY THE DRIVER'S LICENSE OR PHONE NUMBER
      *    THE CLERK TOOK AT THE REGISTER, AND THE CHKNEG ROW SHOWS
      *    WHAT THEY OWE.  A BOUNCED AMOUNT AND FEE KEYED HERE LISTS
      *    A WRITER BY HAND (NSFREV LISTS THE ONES IT REVERSES); A
      *    PAYMENT KEYED HERE IS ADDED TO WHAT THEY HAVE PAID BACK,
      *    AND ONCE THE CHECKS AND THE NSF FEES ARE COVERED THE
      *    WRITER COMES OFF THE LIST AND CMSPLN TAKES THEIR CHECKS
      *    AGAIN.  "GNUMAIN BADCKMNT".
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT CHECK-NEGATIVE-FILE
               ASSIGN TO 'CHKNEG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-WRITER-ID
               FILE STATUS IS WS-CN-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-NEGATIVE-FILE.
       COPY CHKNEG.
       WORKING-STORAGE SECTION.
       01 WS-CN-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-CN-FOUND-SW    PIC 9 VALUE 0.
             88 WRITER-ROW-FOUND       VALUE 1.
             88 WRITER-ROW-NOT-FOUND   VALUE 0.
          03 WS-SAME-WRITER-SW PIC 9 VALUE 0.
             88 SAME-WRITER-SHOWN      VALUE 1.
             88 NEW-WRITER-KEYED       VALUE 0.
       01 WS-SHOWN-WRITER-ID   PIC X(20) VALUE SPACES.
       01 WS-BALANCE-OWED      PIC S9(7)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY AUTHCHK.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
             88 BADCHK-AUTHORIZED      VALUE 1.
             88 BADCHK-NOT-AUTHORIZED  VALUE 0.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-WRITER-ID         PIC X(20) VALUE SPACES.
       01 SC-NAME              PIC X(30) VALUE SPACES.
       01 SC-STATUS-TEXT       PIC X(12) VALUE SPACES.
       01 SC-LISTED-DATE       PIC 9(8) VALUE ZEROS.
       01 SC-BAD-COUNT         PIC 9(2) VALUE ZEROS.
       01 SC-LAST-RECEIPT      PIC 9(6) VALUE ZEROS.
       01 SC-NSF-AMOUNT        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-NSF-FEE           PIC 9(4)V9(2) VALUE ZEROS.
       01 SC-PAID-AMOUNT       PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-BALANCE           PIC 9(7)V9(2) VALUE ZEROS.
       01 SC-NEW-AMOUNT        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-NEW-FEE           PIC 9(3)V9(2) VALUE ZEROS.
       01 SC-PAYMENT           PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 26 VALUE 'Bad-Check Writer Maintenance'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Manager PIN:'.
          03 LINE 10 COLUMN 38 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-MANAGER-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 BADCKMNT-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 26 VALUE 'Bad-Check Writer Maintenance'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 02 VALUE 'Writer DL # / Phone'.
          03 LINE 06 COLUMN 24 PIC X(20)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-WRITER-ID.
          03 LINE 06 COLUMN 46 VALUE '(NO DASHES)'.
          03 LINE 07 COLUMN 18 VALUE 'Name'.
          03 LINE 07 COLUMN 24 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-NAME.
          03 LINE 08 COLUMN 16 VALUE 'Status'.
          03 LINE 08 COLUMN 24 PIC X(12)
                               FROM SC-STATUS-TEXT.
          03 LINE 08 COLUMN 44 VALUE 'Listed'.
          03 LINE 08 COLUMN 58 PIC 99/99/9999
                               FROM SC-LISTED-DATE.
          03 LINE 09 COLUMN 12 VALUE 'Bad Checks'.
          03 LINE 09 COLUMN 24 PIC Z9
                               FROM SC-BAD-COUNT.
          03 LINE 09 COLUMN 44 VALUE 'Last Receipt'.
          03 LINE 09 COLUMN 58 PIC 9(6)
                               FROM SC-LAST-RECEIPT.
          03 LINE 10 COLUMN 11 VALUE 'Checks Owed'.
          03 LINE 10 COLUMN 24 PIC ZZZ,ZZZ.9(2)
                               FROM SC-NSF-AMOUNT.
          03 LINE 10 COLUMN 44 VALUE 'NSF Fees'.
          03 LINE 10 COLUMN 58 PIC Z,ZZZ.9(2)
                               FROM SC-NSF-FEE.
          03 LINE 11 COLUMN 10 VALUE 'Paid to Date'.
          03 LINE 11 COLUMN 24 PIC ZZZ,ZZZ.9(2)
                               FROM SC-PAID-AMOUNT.
          03 LINE 11 COLUMN 44 VALUE 'Balance Owed'.
          03 LINE 11 COLUMN 58 PIC Z,ZZZ,ZZZ.9(2)
                               FROM SC-BALANCE.
          03 LINE 13 COLUMN 09 VALUE 'New Bad Check'.
          03 LINE 13 COLUMN 24 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-NEW-AMOUNT.
          03 LINE 13 COLUMN 37 VALUE '(LISTS THE WRITER)'.
          03 LINE 14 COLUMN 15 VALUE 'NSF Fee'.
          03 LINE 14 COLUMN 24 PIC ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-NEW-FEE.
          03 LINE 15 COLUMN 06 VALUE 'Payment Received'.
          03 LINE 15 COLUMN 24 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-PAYMENT.
          03 LINE 15 COLUMN 37 VALUE '(CHECK AND FEE PAID BACK)'.
          03 LINE 17 COLUMN 07 VALUE 'Message:'.
          03 LINE 17 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           PERFORM GET-BADCHK-AUTHORITY
           IF BADCHK-AUTHORIZED
               PERFORM RUN-BADCHK-SCREEN
           END-IF
           STOP RUN
           .
      * --- THE SAME MANAGER GATE THAT LETS A LISTED WRITER'S CHECK
      *     THROUGH AT THE REGISTER ------------------------------------
       GET-BADCHK-AUTHORITY.
           SET BADCHK-NOT-AUTHORIZED TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           PERFORM ACCEPT-MANAGER-PIN
               UNTIL BADCHK-AUTHORIZED OR F1-PRESSED
           .
       ACCEPT-MANAGER-PIN.
           MOVE SPACES TO SC-MANAGER-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF NOT F1-PRESSED
               MOVE 'BADCHK  ' TO AC-FUNCTION
               MOVE SC-MANAGER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET BADCHK-AUTHORIZED TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-MANAGER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       RUN-BADCHK-SCREEN.
           OPEN I-O CHECK-NEGATIVE-FILE
           IF WS-CN-STATUS = '35'
               OPEN OUTPUT CHECK-NEGATIVE-FILE
               CLOSE CHECK-NEGATIVE-FILE
               OPEN I-O CHECK-NEGATIVE-FILE
           END-IF
           PERFORM MAINTAIN-ONE-WRITER UNTIL F1-PRESSED
           CLOSE CHECK-NEGATIVE-FILE
           .
       MAINTAIN-ONE-WRITER.
           MOVE SPACES TO SC-WRITER-ID SC-NAME SC-STATUS-TEXT
                          WS-SHOWN-WRITER-ID
           PERFORM CLEAR-ON-FILE-FIELDS
           MOVE ZEROS TO SC-NEW-AMOUNT SC-NEW-FEE SC-PAYMENT
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-WRITER-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-WRITER-ROW
           END-IF
           .
       CLEAR-ON-FILE-FIELDS.
           MOVE ZEROS TO SC-LISTED-DATE SC-BAD-COUNT SC-LAST-RECEIPT
                         SC-NSF-AMOUNT SC-NSF-FEE SC-PAID-AMOUNT
                         SC-BALANCE
           .
      * --- F2 (OR A NEW WRITER) JUST LOOKS THE ROW UP AND SHOWS WHAT
      *     IS OWED; ENTER ON THE SAME WRITER WITH THE FIELDS FILLED
      *     IN SAVES ---------------------------------------------------
       ACCEPT-WRITER-ENTRY.
           DISPLAY BADCKMNT-SCREEN
           ACCEPT BADCKMNT-SCREEN
           MOVE SPACES TO SC-MESSAGE
           INSPECT SC-WRITER-ID
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-WRITER
               WHEN OTHER
                   PERFORM LOOKUP-WRITER
                   IF SAME-WRITER-SHOWN
                       PERFORM VALIDATE-WRITER-FIELDS
                   END-IF
           END-EVALUATE
           .
      * --- A DIFFERENT WRITER FROM THE ONE ON THE SCREEN STARTS
      *     FRESH, SO THE LAST WRITER'S NAME IS NEVER SAVED ON THEM ----
       LOOKUP-WRITER.
           SET SAME-WRITER-SHOWN TO TRUE
           IF SC-WRITER-ID NOT = WS-SHOWN-WRITER-ID
               SET NEW-WRITER-KEYED TO TRUE
               MOVE SPACES TO SC-NAME
               MOVE SC-WRITER-ID TO WS-SHOWN-WRITER-ID
           END-IF
           SET WRITER-ROW-NOT-FOUND TO TRUE
           PERFORM CLEAR-ON-FILE-FIELDS
           MOVE SC-WRITER-ID TO CN-WRITER-ID
           READ CHECK-NEGATIVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CN-STATUS = '00'
               SET WRITER-ROW-FOUND TO TRUE
               PERFORM SHOW-WRITER-ROW
           ELSE
               MOVE 'NOT ON FILE' TO SC-STATUS-TEXT
           END-IF
           .
       SHOW-WRITER-ROW.
           IF SC-NAME = SPACES
               MOVE CN-NAME TO SC-NAME
           END-IF
           IF CN-IS-UNPAID
               MOVE 'UNPAID' TO SC-STATUS-TEXT
           ELSE
               MOVE 'PAID OFF' TO SC-STATUS-TEXT
           END-IF
           MOVE CN-LISTED-DATE  TO SC-LISTED-DATE
           MOVE CN-BAD-COUNT    TO SC-BAD-COUNT
           MOVE CN-LAST-RECEIPT TO SC-LAST-RECEIPT
           MOVE CN-NSF-AMOUNT   TO SC-NSF-AMOUNT
           MOVE CN-NSF-FEE      TO SC-NSF-FEE
           MOVE CN-PAID-AMOUNT  TO SC-PAID-AMOUNT
           COMPUTE WS-BALANCE-OWED =
               CN-NSF-AMOUNT + CN-NSF-FEE - CN-PAID-AMOUNT
           IF WS-BALANCE-OWED > ZEROS
               MOVE WS-BALANCE-OWED TO SC-BALANCE
           END-IF
           .
      * --- A WRITER NOT ON FILE NEEDS A BOUNCED AMOUNT TO BE LISTED;
      *     A PAYMENT MAY NOT RUN PAST WHAT IS OWED --------------------
       VALIDATE-WRITER-FIELDS.
           COMPUTE WS-BALANCE-OWED =
               SC-BALANCE + SC-NEW-AMOUNT + SC-NEW-FEE
           EVALUATE TRUE
               WHEN SC-WRITER-ID = SPACES
                   MOVE 'KEY THE WRITER''S LICENSE OR PHONE'
                       TO SC-MESSAGE
               WHEN WRITER-ROW-NOT-FOUND AND SC-NEW-AMOUNT = ZEROS
                   MOVE 'NOT ON FILE -- KEY THE BAD CHECK AMOUNT'
                       TO SC-MESSAGE
               WHEN SC-NEW-FEE > ZEROS AND SC-NEW-AMOUNT = ZEROS
                   MOVE 'A FEE IS ONLY KEYED WITH A NEW BAD CHECK'
                       TO SC-MESSAGE
               WHEN SC-PAYMENT > WS-BALANCE-OWED
                   MOVE 'PAYMENT IS MORE THAN THE BALANCE OWED'
                       TO SC-MESSAGE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO TRUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------
      * --- A NEW BAD CHECK PUTS THE WRITER (BACK) ON THE LIST; ONCE
      *     THE PAYMENTS COVER EVERY CHECK AND FEE THE ROW IS MARKED
      *     PAID AND THE REGISTER STOPS REFUSING THEM -----------------
       SAVE-WRITER-ROW.
           IF WRITER-ROW-NOT-FOUND
               INITIALIZE CHECK-NEGATIVE-RECORD
               MOVE SC-WRITER-ID TO CN-WRITER-ID
               MOVE DF-MMDDYYYY  TO CN-LISTED-DATE
           END-IF
           IF SC-NAME NOT = SPACES
               MOVE SC-NAME TO CN-NAME
           END-IF
           IF SC-NEW-AMOUNT > ZEROS
               ADD 1             TO CN-BAD-COUNT
               ADD SC-NEW-AMOUNT TO CN-NSF-AMOUNT
               ADD SC-NEW-FEE    TO CN-NSF-FEE
               MOVE ZEROS        TO CN-PAID-DATE
               SET CN-IS-UNPAID  TO TRUE
           END-IF
           ADD SC-PAYMENT TO CN-PAID-AMOUNT
           MOVE 'WRITER UPDATED' TO SC-MESSAGE
           IF CN-IS-UNPAID
                   AND CN-PAID-AMOUNT >= CN-NSF-AMOUNT + CN-NSF-FEE
               SET CN-IS-PAID   TO TRUE
               MOVE DF-MMDDYYYY TO CN-PAID-DATE
               MOVE 'PAID IN FULL -- OFF THE BAD-CHECK LIST'
                   TO SC-MESSAGE
           END-IF
           MOVE WS-MANAGER-INITIALS TO CN-UPDATED-BY
           IF WRITER-ROW-FOUND
               REWRITE CHECK-NEGATIVE-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE CHKNEG' TO SC-MESSAGE
               END-REWRITE
           ELSE
               WRITE CHECK-NEGATIVE-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO ADD TO CHKNEG' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'WRITER ADDED TO THE BAD-CHECK LIST'
                           TO SC-MESSAGE
               END-WRITE
           END-IF
           MOVE ZEROS TO SC-NEW-AMOUNT SC-NEW-FEE SC-PAYMENT
           PERFORM SHOW-WRITER-ROW
           DISPLAY BADCKMNT-SCREEN
           .
