       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOWEVT.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    SHOWEVT -- OFF-SITE ANTIQUE SHOWS.  A FEW TIMES A YEAR THE
      *    SHOP TAKES DEALERS' STOCK TO AN ANTIQUE SHOW AND RINGS IT
      *    ON A LAPTOP REGISTER THERE.  THE SCREEN, BEHIND A MANAGER-
      *    LEVEL PIN (AUTHCHK FUNCTION 'SHOWSET'), SETS UP EACH SHOW
      *    ON THE SHOWEVT FILE: NAME, DATES, WHERE IT IS, THE TAXING
      *    JURISDICTION AND ITS RATE, AND THE REGISTER ID THE SHOW
      *    LAPTOP SIGNS ON WITH.  CMSPLN CHARGES THAT RATE ON WHAT THE
      *    SHOW REGISTER RINGS DURING THE SHOW DATES, THE SALE POSTS
      *    TO SALESLDG LIKE ANY OTHER (SO THE DEALER'S COMMISSION AND
      *    PAYOUT ARE UNCHANGED), AND TAXRPT REPORTS IT UNDER THE
      *    SHOW'S JURISDICTION.
      *    "GNUMAIN SHOWEVT OUT <SHOW>" CHECKS TAGS OUT TO THE SHOW AS
      *    THE VAN IS LOADED AND "GNUMAIN SHOWEVT BACK <SHOW>" CHECKS
      *    THEM BACK IN WHEN IT RETURNS, BOTH BEHIND AN OPERATOR PIN.
      *    A TAG OUT AT THE SHOW IS 'O' ON ITEMSKU SO PHYSINV AND THE
      *    FLOOR REPORTS DO NOT TAKE IT FOR MISSING; ITS SHOWITM ROW
      *    CARRIES THE UNITS THAT WENT AND CAME BACK.  EACH SESSION
      *    SPOOLS ITS MANIFEST (SHOWOUT / SHOWBACK).
      *    "GNUMAIN SHOWEVT SETTLE <SHOW>" IS THE SHOW SETTLEMENT,
      *    SPOOLED AS SHOWSTL: ITEMS SOLD AT THE SHOW, ITEMS RETURNED
      *    TO THE SHOP, ANY STILL OUT, SALES AND COMMISSION BY DEALER,
      *    AND TAX BY JURISDICTION.  ONCE THE SHOW IS OVER AND NOTHING
      *    IS STILL OUT THE SHOW IS CLOSED; A CLOSED SHOW CAN STILL BE
      *    REPRINTED BUT NOT CHANGED.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT SHOW-EVENT
               ASSIGN TO 'SHOWEVT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SHOW-ID
               FILE STATUS IS WS-SE-STATUS.
           SELECT SHOW-ITEM
               ASSIGN TO 'SHOWITM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SI-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT SALES-LEDGER
               ASSIGN TO 'SALESLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-RECEIPT-KEY
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SHOW-EVENT.
       COPY SHOWEVT.
       FD  SHOW-ITEM.
       COPY SHOWITM.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       WORKING-STORAGE SECTION.
       01 WS-SE-STATUS         PIC XX VALUE '00'.
       01 WS-SI-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-SETUP             VALUE 'SETUP' SPACES.
          88 MODE-IS-OUT               VALUE 'OUT'.
          88 MODE-IS-BACK              VALUE 'BACK'.
          88 MODE-IS-SETTLE            VALUE 'SETTLE'.
       01 WS-SWITCHES.
          03 WS-ENTRY-SW       PIC 9 VALUE 0.
             88 ENTRY-IS-VALID         VALUE 1.
             88 ENTRY-NOT-VALID        VALUE 0.
          03 WS-SHOW-SW        PIC 9 VALUE 0.
             88 SHOW-ON-FILE           VALUE 1.
             88 SHOW-NOT-ON-FILE       VALUE 0.
          03 WS-SIGNON-SW      PIC 9 VALUE 0.
             88 USER-SIGNED-IN         VALUE 1.
             88 USER-NOT-SIGNED-IN     VALUE 0.
          03 WS-SE-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SHOW-EVENT      VALUE 1.
          03 WS-SI-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SHOW-ITEMS      VALUE 1.
          03 WS-SL-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
          03 WS-ROW-SW         PIC 9 VALUE 0.
             88 SHOW-ROW-ON-FILE       VALUE 1.
             88 SHOW-ROW-NOT-ON-FILE   VALUE 0.
          03 WS-PASS-SW        PIC 9 VALUE 1.
             88 PASS-IS-SOLD           VALUE 1.
             88 PASS-IS-RETURNED       VALUE 2.
             88 PASS-IS-STILL-OUT      VALUE 3.
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-USER-INITIALS     PIC X(3) VALUE SPACES.
       01 WS-SHOWN-SHOW-ID     PIC X(6) VALUE SPACES.
       01 WS-SHOWN-STATUS      PIC X VALUE SPACE.
          88 SHOWN-IS-SETTLED          VALUE 'C'.
       01 WS-THIS-SHOW-ID      PIC X(6) VALUE SPACES.
       01 WS-START-ISO         PIC 9(8) VALUE ZEROS.
       01 WS-END-ISO           PIC 9(8) VALUE ZEROS.
       01 WS-CLASH-SHOW-ID     PIC X(6) VALUE SPACES.
       01 WS-UNITS             PIC 9(4) VALUE ZEROS.
       01 WS-UNITS-SOLD        PIC 9(4) VALUE ZEROS.
       01 WS-UNITS-LEFT        PIC 9(4) VALUE ZEROS.
      * --- CCYYMMDD ON FILE, MM/DD/YYYY ON THE SCREEN AND PAPER ------
       01 WS-ISO-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-ISO-DATE-R REDEFINES WS-ISO-DATE.
          03 WS-ISO-CCYY       PIC 9(4).
          03 WS-ISO-MM         PIC 9(2).
          03 WS-ISO-DD         PIC 9(2).
       01 WS-PRINT-DATE.
          03 WS-PRINT-MM       PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-PRINT-DD       PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-PRINT-CCYY     PIC 9(4).
       01 WS-PRINT-START       PIC X(10) VALUE SPACES.
       01 WS-PRINT-END         PIC X(10) VALUE SPACES.
       01 WS-RATE-OUT          PIC Z9.999.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY AUTHCHK.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       COPY SPOOLIO.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
      * --- EVERY TAG CHECKED OUT OR IN THIS SESSION, FOR THE MANIFEST
       01 WS-SES-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-SESSION-TABLE.
          03 WS-SES-ENTRY      OCCURS 200 TIMES.
             05 WS-SES-SKU          PIC X(12).
             05 WS-SES-TENANT-ID    PIC 9(6).
             05 WS-SES-UNITS        PIC 9(4).
             05 WS-SES-PRICE        PIC 9(6)V9(2).
             05 WS-SES-DESC         PIC X(30).
       01 WS-SES-IDX           PIC 9(3) VALUE ZEROS.
       01 WS-SES-PRICE-OUT     PIC ZZZ,ZZ9.99.
       01 WS-UNITS-OUT         PIC ZZZ9.
       01 WS-UNITS-OUT-2       PIC ZZZ9.
      * --- SETTLEMENT -------------------------------------------------
       01 WS-ITEM-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-SOLD-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-RETURNED-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-STILL-OUT-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-COUNT-OUT         PIC ZZ,ZZ9.
       01 WS-COUNT-OUT-2       PIC ZZ,ZZ9.
       01 WS-COUNT-OUT-3       PIC ZZ,ZZ9.
       01 WS-DEALER-NAME       PIC X(30) VALUE SPACES.
       01 WS-DLR-COUNT         PIC 9(3) VALUE ZEROS.
       01 WS-DLR-TABLE.
          03 WS-DLR-ENTRY      OCCURS 300 TIMES INDEXED BY DLR-IDX.
             05 WS-DLR-TENANT-ID    PIC 9(6).
             05 WS-DLR-LINES        PIC S9(5) COMP.
             05 WS-DLR-SALES        PIC S9(7)V9(2).
             05 WS-DLR-COMMISSION   PIC S9(7)V9(2).
       01 WS-DLR-HIT           PIC 9(3) VALUE ZEROS.
       01 WS-SIGNED-SALE       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-SIGNED-COMM       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-SIGNED-TAX        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TOTAL-SALES       PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TOTAL-COMMISSION  PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TAXABLE-SALES     PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-EXEMPT-SALES      PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TOTAL-TAX         PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-LEDGER-LINES      PIC 9(5) VALUE ZEROS.
       01 WS-LINES-OUT         PIC ZZ,ZZ9.
       01 WS-AMOUNT-OUT        PIC Z,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-OUT-2      PIC Z,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-OUT-3      PIC Z,ZZZ,ZZ9.99-.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-PIN-LABEL         PIC X(13) VALUE 'Operator PIN:'.
       01 SC-PIN               PIC X(4) VALUE SPACES.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
       01 SC-SHOW-ID           PIC X(6) VALUE SPACES.
       01 SC-SHOW-NAME         PIC X(30) VALUE SPACES.
       01 SC-START-DATE        PIC 9(8) VALUE ZEROS.
       01 SC-END-DATE          PIC 9(8) VALUE ZEROS.
       01 SC-LOCATION          PIC X(30) VALUE SPACES.
       01 SC-JURISDICTION      PIC X(20) VALUE SPACES.
       01 SC-STATE             PIC X(2) VALUE SPACES.
       01 SC-TAX-RATE          PIC 9(2)V9(3) VALUE ZEROS.
       01 SC-REGISTER-ID       PIC X(2) VALUE SPACES.
       01 SC-STATUS-LINE       PIC X(50) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
       01 SC-TITLE             PIC X(30) VALUE SPACES.
       01 SC-SHOW-DATES        PIC X(30) VALUE SPACES.
       01 SC-SKU               PIC X(12) VALUE SPACES.
       01 SC-ITEM-DESC         PIC X(30) VALUE SPACES.
       01 SC-SESSION-COUNT     PIC 9(3) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 PIN-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 31 VALUE 'Antique Shows'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 24 PIC X(13)
                               FROM SC-PIN-LABEL.
          03 LINE 10 COLUMN 38 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-PIN.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-PIN-MESSAGE.
       01 SHOW-SETUP-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 27 VALUE 'Antique Show Setup'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 13 VALUE 'Show ID'.
          03 LINE 06 COLUMN 21 PIC X(6)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-SHOW-ID.
          03 LINE 07 COLUMN 11 VALUE 'Show Name'.
          03 LINE 07 COLUMN 21 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-SHOW-NAME.
          03 LINE 08 COLUMN 14 VALUE 'Starts'.
          03 LINE 08 COLUMN 21 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-START-DATE.
          03 LINE 08 COLUMN 34 VALUE 'Ends'.
          03 LINE 08 COLUMN 39 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-END-DATE.
          03 LINE 09 COLUMN 12 VALUE 'Location'.
          03 LINE 09 COLUMN 21 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-LOCATION.
          03 LINE 10 COLUMN 08 VALUE 'Jurisdiction'.
          03 LINE 10 COLUMN 21 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-JURISDICTION.
          03 LINE 10 COLUMN 43 VALUE 'State'.
          03 LINE 10 COLUMN 49 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-STATE.
          03 LINE 11 COLUMN 10 VALUE 'Tax Rate %'.
          03 LINE 11 COLUMN 21 PIC Z9.999
                               REVERSE-VIDEO
                               USING SC-TAX-RATE.
          03 LINE 12 COLUMN 09 VALUE 'Register ID'.
          03 LINE 12 COLUMN 21 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-REGISTER-ID.
          03 LINE 12 COLUMN 25 VALUE '(THE SHOW LAPTOP)'.
          03 LINE 14 COLUMN 21 PIC X(50)
                               FROM SC-STATUS-LINE.
          03 LINE 18 COLUMN 07 VALUE 'Message:'.
          03 LINE 18 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit   F2 - Look Up'.
       01 SHOW-ITEM-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 27 PIC X(30)
                               HIGHLIGHT
                               FROM SC-TITLE.
          03 LINE 05 COLUMN 13 VALUE 'Show'.
          03 LINE 05 COLUMN 18 PIC X(6)
                               FROM SC-SHOW-ID.
          03 LINE 05 COLUMN 26 PIC X(30)
                               FROM SC-SHOW-NAME.
          03 LINE 06 COLUMN 12 VALUE 'Dates'.
          03 LINE 06 COLUMN 18 PIC X(30)
                               FROM SC-SHOW-DATES.
          03 LINE 09 COLUMN 09 VALUE 'Item SKU'.
          03 LINE 09 COLUMN 18 PIC X(12)
                               REVERSE-VIDEO
                               USING SC-SKU.
          03 LINE 10 COLUMN 18 PIC X(30)
                               FROM SC-ITEM-DESC.
          03 LINE 12 COLUMN 05 VALUE 'Items So Far'.
          03 LINE 12 COLUMN 18 PIC ZZ9
                               FROM SC-SESSION-COUNT.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Finish and Print'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-MODE WS-THIS-SHOW-ID
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-THIS-SHOW-ID
               INSPECT WS-THIS-SHOW-ID
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-SETUP
                   PERFORM RUN-SETUP-SCREEN
               WHEN MODE-IS-OUT OR MODE-IS-BACK
                   PERFORM RUN-SHOW-ITEM-SCREEN
               WHEN MODE-IS-SETTLE
                   PERFORM RUN-SHOW-SETTLEMENT
               WHEN OTHER
                   DISPLAY 'USAGE: SHOWEVT [SETUP | OUT <SHOW> | '
                           'BACK <SHOW> | SETTLE <SHOW>]'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      * --- SETTING UP A SHOW DECIDES WHAT TAX IS CHARGED: MANAGER-
      *     ONLY ON THE FUNCAUTH MATRIX.  CHECKING TAGS OUT AND IN IS
      *     ANY SIGNED-IN OPERATOR, STAMPED ON THE SHOWITM ROW.  F1
      *     ABANDONS EITHER --------------------------------------------
       GET-USER-PIN.
           SET USER-NOT-SIGNED-IN TO TRUE
           MOVE SPACES TO SC-PIN-MESSAGE
           IF MODE-IS-SETUP
               MOVE ' Manager PIN:' TO SC-PIN-LABEL
           END-IF
           PERFORM ACCEPT-USER-PIN
               UNTIL USER-SIGNED-IN OR F1-PRESSED
           .
       ACCEPT-USER-PIN.
           MOVE SPACES TO SC-PIN
           DISPLAY PIN-ENTRY-SCREEN
           ACCEPT PIN-ENTRY-SCREEN
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           IF MODE-IS-SETUP
               MOVE 'SHOWSET ' TO AC-FUNCTION
               MOVE SC-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET USER-SIGNED-IN TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-USER-INITIALS
               ELSE
                   MOVE AC-MESSAGE TO SC-PIN-MESSAGE
               END-IF
           ELSE
               MOVE SC-PIN TO OP-PIN-INPUT
               CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
               IF OP-IS-VALID
                   SET USER-SIGNED-IN TO TRUE
                   MOVE OP-INITIALS-OUT TO WS-USER-INITIALS
               ELSE
                   MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                       TO SC-PIN-MESSAGE
               END-IF
           END-IF
           .
       OPEN-SHOW-EVENT.
           OPEN I-O SHOW-EVENT
           IF WS-SE-STATUS = '35'
               OPEN OUTPUT SHOW-EVENT
               CLOSE SHOW-EVENT
               OPEN I-O SHOW-EVENT
           END-IF
           .
       OPEN-SHOW-ITEM.
           OPEN I-O SHOW-ITEM
           IF WS-SI-STATUS = '35'
               OPEN OUTPUT SHOW-ITEM
               CLOSE SHOW-ITEM
               OPEN I-O SHOW-ITEM
           END-IF
           .
       FORMAT-PRINT-DATE.
           MOVE WS-ISO-MM   TO WS-PRINT-MM
           MOVE WS-ISO-DD   TO WS-PRINT-DD
           MOVE WS-ISO-CCYY TO WS-PRINT-CCYY
           .
       FORMAT-SHOW-DATES.
           MOVE SE-START-DATE TO WS-ISO-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE WS-PRINT-DATE TO WS-PRINT-START
           MOVE SE-END-DATE TO WS-ISO-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE WS-PRINT-DATE TO WS-PRINT-END
           .
      *-----------------------------------------------------------------
       RUN-SETUP-SCREEN.
           PERFORM GET-USER-PIN
           IF USER-NOT-SIGNED-IN
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SHOW-EVENT
           PERFORM MAINTAIN-ONE-SHOW UNTIL F1-PRESSED
           CLOSE SHOW-EVENT
           .
       MAINTAIN-ONE-SHOW.
           MOVE SPACES TO SC-SHOW-ID WS-SHOWN-SHOW-ID
           PERFORM CLEAR-SHOW-FIELDS
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM ACCEPT-SHOW-ENTRY
               UNTIL ENTRY-IS-VALID OR F1-PRESSED
           IF ENTRY-IS-VALID
               PERFORM SAVE-SHOW
           END-IF
           .
       CLEAR-SHOW-FIELDS.
           MOVE SPACES TO SC-SHOW-NAME SC-LOCATION SC-JURISDICTION
                          SC-STATE SC-REGISTER-ID SC-STATUS-LINE
                          WS-SHOWN-STATUS
           MOVE ZEROS TO SC-START-DATE SC-END-DATE SC-TAX-RATE
           SET SHOW-NOT-ON-FILE TO TRUE
           .
      * --- F2 OR A NEW SHOW ID ONLY LOOKS UP AND SHOWS WHAT IS ON
      *     FILE; ENTER AGAIN ON WHAT IS SHOWN SAVES ------------------
       ACCEPT-SHOW-ENTRY.
           DISPLAY SHOW-SETUP-SCREEN
           ACCEPT SHOW-SETUP-SCREEN
           MOVE SPACES TO SC-MESSAGE
           INSPECT SC-SHOW-ID
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN F2-PRESSED
                   PERFORM LOOKUP-SHOW
               WHEN SC-SHOW-ID NOT = WS-SHOWN-SHOW-ID
                   PERFORM LOOKUP-SHOW
               WHEN OTHER
                   PERFORM VALIDATE-SHOW-FIELDS
           END-EVALUATE
           .
       LOOKUP-SHOW.
           PERFORM CLEAR-SHOW-FIELDS
           MOVE SC-SHOW-ID TO WS-SHOWN-SHOW-ID
           IF SC-SHOW-ID = SPACES
               MOVE 'KEY A SHOW ID' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SC-SHOW-ID TO SE-SHOW-ID
           READ SHOW-EVENT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SE-STATUS NOT = '00'
               MOVE 'NEW SHOW -- KEY THE DETAILS' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SET SHOW-ON-FILE TO TRUE
           MOVE SE-STATUS       TO WS-SHOWN-STATUS
           MOVE SE-SHOW-NAME    TO SC-SHOW-NAME
           MOVE SE-LOCATION     TO SC-LOCATION
           MOVE SE-JURISDICTION TO SC-JURISDICTION
           MOVE SE-STATE        TO SC-STATE
           MOVE SE-TAX-RATE     TO SC-TAX-RATE
           MOVE SE-REGISTER-ID  TO SC-REGISTER-ID
           MOVE SE-START-DATE   TO WS-ISO-DATE
           MOVE WS-ISO-MM       TO SC-START-DATE(1:2)
           MOVE WS-ISO-DD       TO SC-START-DATE(3:2)
           MOVE WS-ISO-CCYY     TO SC-START-DATE(5:4)
           MOVE SE-END-DATE     TO WS-ISO-DATE
           MOVE WS-ISO-MM       TO SC-END-DATE(1:2)
           MOVE WS-ISO-DD       TO SC-END-DATE(3:2)
           MOVE WS-ISO-CCYY     TO SC-END-DATE(5:4)
           MOVE SE-SET-UP-DATE  TO WS-ISO-DATE
           PERFORM FORMAT-PRINT-DATE
           IF SE-IS-SETTLED
               MOVE SE-SETTLED-DATE TO WS-ISO-DATE
               PERFORM FORMAT-PRINT-DATE
               STRING 'SETTLED ' WS-PRINT-DATE
                      DELIMITED BY SIZE INTO SC-STATUS-LINE
               MOVE 'SHOW IS SETTLED -- NO CHANGES' TO SC-MESSAGE
           ELSE
               STRING 'OPEN -- SET UP ' WS-PRINT-DATE ' BY '
                      SE-SET-UP-BY
                      DELIMITED BY SIZE INTO SC-STATUS-LINE
           END-IF
           .
      * --- THE SHOP'S OWN DESKS, THE BATCH FEED AND THE WEB IMPORT
      *     NEVER BELONG TO A SHOW; ONE LAPTOP CANNOT BE AT TWO OPEN
      *     SHOWS ON THE SAME DAY, OR CMSPLN COULD NOT TELL WHICH
      *     RATE TO CHARGE ---------------------------------------------
       VALIDATE-SHOW-FIELDS.
           INSPECT SC-STATE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SC-REGISTER-ID
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SC-JURISDICTION
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SC-START-DATE(5:4) TO WS-START-ISO(1:4)
           MOVE SC-START-DATE(1:2) TO WS-START-ISO(5:2)
           MOVE SC-START-DATE(3:2) TO WS-START-ISO(7:2)
           MOVE SC-END-DATE(5:4)   TO WS-END-ISO(1:4)
           MOVE SC-END-DATE(1:2)   TO WS-END-ISO(5:2)
           MOVE SC-END-DATE(3:2)   TO WS-END-ISO(7:2)
           EVALUATE TRUE
               WHEN SC-SHOW-ID = SPACES
                   MOVE 'KEY A SHOW ID' TO SC-MESSAGE
               WHEN SHOWN-IS-SETTLED
                   MOVE 'SHOW IS SETTLED -- NO CHANGES' TO SC-MESSAGE
               WHEN SC-SHOW-NAME = SPACES
                   MOVE 'KEY THE SHOW NAME' TO SC-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-START-ISO)
                       NOT = ZEROS
                   MOVE 'START IS NOT A DATE (MM/DD/YYYY)'
                       TO SC-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-END-ISO)
                       NOT = ZEROS
                   MOVE 'END IS NOT A DATE (MM/DD/YYYY)'
                       TO SC-MESSAGE
               WHEN WS-END-ISO < WS-START-ISO
                   MOVE 'SHOW ENDS BEFORE IT STARTS' TO SC-MESSAGE
               WHEN SC-LOCATION = SPACES
                   MOVE 'KEY WHERE THE SHOW IS' TO SC-MESSAGE
               WHEN SC-JURISDICTION = SPACES
                   MOVE 'KEY THE TAXING JURISDICTION' TO SC-MESSAGE
               WHEN SC-STATE = SPACES
                       OR SC-STATE IS NOT ALPHABETIC-UPPER
                   MOVE 'KEY THE TWO-LETTER STATE' TO SC-MESSAGE
               WHEN SC-TAX-RATE > 20
                   MOVE 'TAX RATE OVER 20% -- CHECK THE RATE'
                       TO SC-MESSAGE
               WHEN SC-REGISTER-ID = SPACES
                   MOVE 'KEY THE SHOW REGISTER ID' TO SC-MESSAGE
               WHEN SC-REGISTER-ID = '00' OR '01' OR '02' OR 'WB'
                   MOVE 'THAT REGISTER ID BELONGS TO THE SHOP'
                       TO SC-MESSAGE
               WHEN OTHER
                   PERFORM CHECK-REGISTER-CLASH
                   IF WS-CLASH-SHOW-ID = SPACES
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       STRING 'REGISTER ALREADY AT SHOW '
                              WS-CLASH-SHOW-ID ' THEN'
                              DELIMITED BY SIZE INTO SC-MESSAGE
                   END-IF
           END-EVALUATE
           .
       CHECK-REGISTER-CLASH.
           MOVE SPACES TO WS-CLASH-SHOW-ID
           MOVE 0 TO WS-SE-EOF-SW
           MOVE LOW-VALUES TO SE-SHOW-ID
           START SHOW-EVENT KEY IS NOT LESS THAN SE-SHOW-ID
               INVALID KEY
                   SET END-OF-SHOW-EVENT TO TRUE
           END-START
           PERFORM CHECK-ONE-SHOW-CLASH
               UNTIL END-OF-SHOW-EVENT
           .
       CHECK-ONE-SHOW-CLASH.
           READ SHOW-EVENT NEXT RECORD
               AT END
                   SET END-OF-SHOW-EVENT TO TRUE
           END-READ
           IF END-OF-SHOW-EVENT
               EXIT PARAGRAPH
           END-IF
           IF SE-SHOW-ID NOT = SC-SHOW-ID
                   AND SE-IS-OPEN
                   AND SE-REGISTER-ID = SC-REGISTER-ID
                   AND SE-START-DATE <= WS-END-ISO
                   AND SE-END-DATE >= WS-START-ISO
               MOVE SE-SHOW-ID TO WS-CLASH-SHOW-ID
               SET END-OF-SHOW-EVENT TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
       SAVE-SHOW.
           MOVE SC-SHOW-ID TO SE-SHOW-ID
           READ SHOW-EVENT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SE-STATUS = '00'
               SET SHOW-ON-FILE TO TRUE
           ELSE
               SET SHOW-NOT-ON-FILE TO TRUE
               MOVE SPACES TO SHOW-EVENT-RECORD
               MOVE SC-SHOW-ID         TO SE-SHOW-ID
               SET SE-IS-OPEN          TO TRUE
               MOVE WS-USER-INITIALS   TO SE-SET-UP-BY
               MOVE WS-TODAY-CCYYMMDD  TO SE-SET-UP-DATE
               MOVE ZEROS              TO SE-SETTLED-DATE
           END-IF
           MOVE SC-SHOW-NAME     TO SE-SHOW-NAME
           MOVE WS-START-ISO     TO SE-START-DATE
           MOVE WS-END-ISO       TO SE-END-DATE
           MOVE SC-LOCATION      TO SE-LOCATION
           MOVE SC-JURISDICTION  TO SE-JURISDICTION
           MOVE SC-STATE         TO SE-STATE
           MOVE SC-TAX-RATE      TO SE-TAX-RATE
           MOVE SC-REGISTER-ID   TO SE-REGISTER-ID
           IF SHOW-ON-FILE
               REWRITE SHOW-EVENT-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE SHOWEVT' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'SHOW SAVED' TO SC-MESSAGE
               END-REWRITE
           ELSE
               WRITE SHOW-EVENT-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO ADD TO SHOWEVT' TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'SHOW SAVED' TO SC-MESSAGE
               END-WRITE
           END-IF
           DISPLAY SHOW-SETUP-SCREEN
           .
      *-----------------------------------------------------------------
      * --- CHECK-OUT AND CHECK-IN SHARE ONE SCREEN; THE SHOW MUST BE
      *     ON FILE AND STILL OPEN -----------------------------------
       RUN-SHOW-ITEM-SCREEN.
           IF WS-THIS-SHOW-ID = SPACES
               DISPLAY 'KEY THE SHOW ID: SHOWEVT ' WS-RUN-MODE
                       ' <SHOW>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SHOW-EVENT
           MOVE WS-THIS-SHOW-ID TO SE-SHOW-ID
           READ SHOW-EVENT
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE SHOW-EVENT
           IF WS-SE-STATUS NOT = '00'
               DISPLAY 'SHOW ' WS-THIS-SHOW-ID ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SE-IS-SETTLED
               DISPLAY 'SHOW ' WS-THIS-SHOW-ID ' IS ALREADY SETTLED'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-USER-PIN
           IF USER-NOT-SIGNED-IN
               EXIT PARAGRAPH
           END-IF
           MOVE SE-SHOW-ID   TO SC-SHOW-ID
           MOVE SE-SHOW-NAME TO SC-SHOW-NAME
           PERFORM FORMAT-SHOW-DATES
           STRING WS-PRINT-START ' TO ' WS-PRINT-END
                  DELIMITED BY SIZE INTO SC-SHOW-DATES
           IF MODE-IS-OUT
               MOVE 'Check Stock Out to a Show' TO SC-TITLE
           ELSE
               MOVE 'Check Stock Back from a Show' TO SC-TITLE
           END-IF
           OPEN I-O ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NOTHING TO CHECK'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           PERFORM OPEN-SHOW-ITEM
           PERFORM SCAN-ONE-SHOW-ITEM UNTIL F1-PRESSED
           CLOSE SHOW-ITEM
           CLOSE TENANT-MASTER
           CLOSE ITEM-SKU
           IF WS-SES-COUNT > ZEROS
               PERFORM PRINT-SHOW-MANIFEST
           END-IF
           .
       SCAN-ONE-SHOW-ITEM.
           DISPLAY SHOW-ITEM-SCREEN
           ACCEPT SHOW-ITEM-SCREEN
           MOVE SPACES TO SC-MESSAGE SC-ITEM-DESC
           EVALUATE TRUE
               WHEN F1-PRESSED
                   CONTINUE
               WHEN SC-SKU = SPACES
                   MOVE 'KEY OR SCAN THE ITEM SKU' TO SC-MESSAGE
               WHEN WS-SES-COUNT NOT < 200
                   MOVE 'MANIFEST IS FULL -- F1, THEN START AGAIN'
                       TO SC-MESSAGE
               WHEN MODE-IS-OUT
                   PERFORM CHECK-OUT-ITEM
               WHEN OTHER
                   PERFORM CHECK-IN-ITEM
           END-EVALUATE
           .
      * --- EVERY UNIT STILL ON THE FLOOR GOES IN THE VAN.  A PIECE
      *     HELD, ON LAYAWAY, OR ALREADY GONE STAYS BEHIND -------------
       CHECK-OUT-ITEM.
           MOVE SC-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
               MOVE 'SKU NOT ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE IS-DESCRIPTION TO SC-ITEM-DESC
           EVALUATE TRUE
               WHEN IS-IS-AT-SHOW
                   MOVE 'ITEM IS ALREADY OUT AT A SHOW' TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN IS-IS-ON-HOLD
                   MOVE 'ITEM IS ON HOLD -- RELEASE IT IN ITMHOLD'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN IS-IS-ON-LAYAWAY
                   MOVE 'ITEM IS ON LAYAWAY -- IT STAYS HERE'
                       TO SC-MESSAGE
                   EXIT PARAGRAPH
               WHEN NOT (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
                   MOVE 'ITEM IS NOT ON THE FLOOR' TO SC-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE IQ-UNITS-ON-HAND TO WS-UNITS
           IF WS-UNITS = ZEROS
               MOVE 'NO UNITS ON HAND FOR THIS SKU' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           SET IS-IS-AT-SHOW TO TRUE
           REWRITE ITEM-SKU-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO UPDATE THE ITEM' TO SC-MESSAGE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM JOURNAL-ITEM-CHANGE
           PERFORM READ-SHOW-ITEM-ROW
           IF SHOW-ROW-NOT-ON-FILE
               MOVE SPACES TO SHOW-ITEM-RECORD
               MOVE WS-THIS-SHOW-ID TO SI-SHOW-ID
               MOVE IS-SKU          TO SI-SKU
               MOVE ZEROS TO SI-UNITS-OUT SI-UNITS-BACK SI-BACK-DATE
           END-IF
      * --- A TAG BACK FROM THE FIRST DAY AND OUT AGAIN ON THE SECOND
      *     KEEPS ONE ROW: OUT AND BACK BOTH ADD UP --------------------
           MOVE IS-TENANT-ID      TO SI-TENANT-ID
           ADD WS-UNITS           TO SI-UNITS-OUT
           MOVE WS-TODAY-CCYYMMDD TO SI-OUT-DATE
           MOVE WS-USER-INITIALS  TO SI-OUT-BY
           SET SI-IS-OUT          TO TRUE
           PERFORM SAVE-SHOW-ITEM-ROW
           PERFORM REMEMBER-SESSION-ITEM
           MOVE 'CHECKED OUT TO THE SHOW' TO SC-MESSAGE
           MOVE SPACES TO SC-SKU
           .
      * --- WHATEVER IS STILL ON HAND CAME BACK; UNITS GONE WERE SOLD
      *     AT THE SHOW.  A TAG THAT SOLD OUT THERE IS ALREADY 'S' AND
      *     ONLY ITS SHOWITM ROW IS CLOSED -----------------------------
       CHECK-IN-ITEM.
           MOVE SC-SKU TO IS-SKU
           PERFORM READ-SHOW-ITEM-ROW
           IF SHOW-ROW-NOT-ON-FILE OR NOT SI-IS-OUT
               MOVE 'SKU IS NOT OUT AT THIS SHOW' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS NOT = '00'
               MOVE 'SKU NOT ON FILE' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE IS-DESCRIPTION TO SC-ITEM-DESC
           MOVE ZEROS TO WS-UNITS
           IF IS-IS-AT-SHOW
               MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
               SET IQ-QUERY-UNITS TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
               MOVE IQ-UNITS-ON-HAND TO WS-UNITS
               SET IS-IS-AVAILABLE TO TRUE
               REWRITE ITEM-SKU-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE THE ITEM' TO SC-MESSAGE
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM JOURNAL-ITEM-CHANGE
           END-IF
           ADD WS-UNITS           TO SI-UNITS-BACK
           MOVE WS-TODAY-CCYYMMDD TO SI-BACK-DATE
           MOVE WS-USER-INITIALS  TO SI-BACK-BY
           SET SI-IS-BACK         TO TRUE
           PERFORM SAVE-SHOW-ITEM-ROW
           PERFORM REMEMBER-SESSION-ITEM
           IF WS-UNITS = ZEROS
               MOVE 'SOLD AT THE SHOW -- NOTHING CAME BACK'
                   TO SC-MESSAGE
           ELSE
               MOVE 'CHECKED BACK IN TO THE SHOP' TO SC-MESSAGE
           END-IF
           MOVE SPACES TO SC-SKU
           .
       JOURNAL-ITEM-CHANGE.
           MOVE 'R' TO IJ-OPERATION
           MOVE 'SHOWEVT' TO IJ-PROGRAM
           MOVE WS-USER-INITIALS TO IJ-OPERATOR
           MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
           MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
           CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
           .
       READ-SHOW-ITEM-ROW.
           SET SHOW-ROW-NOT-ON-FILE TO TRUE
           MOVE WS-THIS-SHOW-ID TO SI-SHOW-ID
           MOVE IS-SKU          TO SI-SKU
           READ SHOW-ITEM
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SI-STATUS = '00'
               SET SHOW-ROW-ON-FILE TO TRUE
           END-IF
           .
       SAVE-SHOW-ITEM-ROW.
           IF SHOW-ROW-ON-FILE
               REWRITE SHOW-ITEM-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE SHOWITM' TO SC-MESSAGE
               END-REWRITE
           ELSE
               WRITE SHOW-ITEM-RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO ADD TO SHOWITM' TO SC-MESSAGE
               END-WRITE
           END-IF
           .
       REMEMBER-SESSION-ITEM.
           ADD 1 TO WS-SES-COUNT
           MOVE WS-SES-COUNT   TO SC-SESSION-COUNT
           MOVE IS-SKU         TO WS-SES-SKU(WS-SES-COUNT)
           MOVE IS-TENANT-ID   TO WS-SES-TENANT-ID(WS-SES-COUNT)
           MOVE WS-UNITS       TO WS-SES-UNITS(WS-SES-COUNT)
           MOVE IS-FULL-PRICE  TO WS-SES-PRICE(WS-SES-COUNT)
           MOVE IS-DESCRIPTION TO WS-SES-DESC(WS-SES-COUNT)
           .
      *-----------------------------------------------------------------
      * --- THE MANIFEST TRAVELS WITH THE VAN AND IS SIGNED AT EACH
      *     END, SPOOLED SO IT CAN BE REPRINTED FROM SPOOLVW ----------
       PRINT-SHOW-MANIFEST.
           SET SP-OP-OPEN TO TRUE
           IF MODE-IS-OUT
               MOVE 'SHOWOUT' TO SP-REPORT-NAME
           ELSE
               MOVE 'SHOWBACK' TO SP-REPORT-NAME
           END-IF
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           IF MODE-IS-OUT
               MOVE 'DARLENE''S TREASURES - SHOW CHECK-OUT MANIFEST'
                   TO WS-RPT-LINE
           ELSE
               MOVE 'DARLENE''S TREASURES - SHOW CHECK-IN MANIFEST'
                   TO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SHOW: ' SC-SHOW-ID ' ' SC-SHOW-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATE: ' DF-MMDDYYYY
               '   CHECKED BY: ' WS-USER-INITIALS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'SKU          DEALER UNITS      PRICE  DESCRIPTION'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-MANIFEST-LINE
               VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TAGS THIS SESSION: ' WS-SES-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'LOADED / UNLOADED BY: ______________________________'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
       PRINT-ONE-MANIFEST-LINE.
           MOVE WS-SES-PRICE(WS-SES-IDX) TO WS-SES-PRICE-OUT
           MOVE WS-SES-UNITS(WS-SES-IDX) TO WS-UNITS-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SES-SKU(WS-SES-IDX) ' '
               WS-SES-TENANT-ID(WS-SES-IDX) ' '
               WS-UNITS-OUT ' '
               WS-SES-PRICE-OUT '  '
               WS-SES-DESC(WS-SES-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------------------
      * --- THE SHOW SETTLEMENT.  THE SHOWITM ROWS ARE READ THREE
      *     TIMES -- SOLD, RETURNED, STILL OUT -- THEN THE LEDGER ROWS
      *     THE SHOW REGISTER RANG DURING THE SHOW DATES GIVE SALES
      *     AND COMMISSION BY DEALER AND THE TAX OWED WHERE THE SHOW
      *     WAS HELD.  THE SHOW CLOSES ONCE IT IS OVER AND NOTHING IS
      *     STILL OUT --------------------------------------------------
       RUN-SHOW-SETTLEMENT.
           IF WS-THIS-SHOW-ID = SPACES
               DISPLAY 'KEY THE SHOW ID: SHOWEVT SETTLE <SHOW>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SHOW-EVENT
           MOVE WS-THIS-SHOW-ID TO SE-SHOW-ID
           READ SHOW-EVENT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SE-STATUS NOT = '00'
               DISPLAY 'SHOW ' WS-THIS-SHOW-ID ' NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               CLOSE SHOW-EVENT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TENANT-MASTER
           OPEN INPUT ITEM-SKU
           PERFORM OPEN-SHOW-ITEM
           SET SP-OP-OPEN TO TRUE
           MOVE 'SHOWSTL' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           PERFORM PRINT-SETTLEMENT-HEADING
           MOVE 'ITEMS SOLD AT THE SHOW' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET PASS-IS-SOLD TO TRUE
           PERFORM SCAN-SHOW-ITEMS
           MOVE 'ITEMS RETURNED TO THE SHOP' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET PASS-IS-RETURNED TO TRUE
           PERFORM SCAN-SHOW-ITEMS
           MOVE 'ITEMS STILL OUT (NOT YET CHECKED BACK IN)'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET PASS-IS-STILL-OUT TO TRUE
           PERFORM SCAN-SHOW-ITEMS
           CLOSE SHOW-ITEM
           CLOSE ITEM-SKU
           PERFORM SUM-SHOW-LEDGER
           PERFORM PRINT-DEALER-SALES
           PERFORM PRINT-SHOW-TAX
           PERFORM CLOSE-SHOW-IF-DONE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE TENANT-MASTER
           CLOSE SHOW-EVENT
           .
       PRINT-SETTLEMENT-HEADING.
           MOVE 'DARLENE''S TREASURES - ANTIQUE SHOW SETTLEMENT'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SHOW: ' SE-SHOW-ID ' ' SE-SHOW-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM FORMAT-SHOW-DATES
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HELD ' WS-PRINT-START ' TO ' WS-PRINT-END
               ' AT ' SE-LOCATION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SE-TAX-RATE TO WS-RATE-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REGISTER ' SE-REGISTER-ID '   TAXED AT '
               WS-RATE-OUT '% (' SE-JURISDICTION ' ' SE-STATE ')'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREPARED ' DF-MMDDYYYY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       SCAN-SHOW-ITEMS.
           MOVE ZEROS TO WS-ITEM-COUNT
           MOVE 'SKU          DEALER UNITS      PRICE  DESCRIPTION'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO WS-SI-EOF-SW
           MOVE WS-THIS-SHOW-ID TO SI-SHOW-ID
           MOVE LOW-VALUES      TO SI-SKU
           START SHOW-ITEM KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   SET END-OF-SHOW-ITEMS TO TRUE
           END-START
           PERFORM TAKE-ONE-SHOW-ITEM UNTIL END-OF-SHOW-ITEMS
           IF WS-ITEM-COUNT = ZEROS
               MOVE '  NONE' TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- UNITS STILL ON A TAG THAT IS OUT ARE AT THE SHOW; ANYTHING
      *     GONE THAT NEVER CAME BACK WAS SOLD THERE -------------------
       TAKE-ONE-SHOW-ITEM.
           READ SHOW-ITEM NEXT RECORD
               AT END
                   SET END-OF-SHOW-ITEMS TO TRUE
           END-READ
           IF END-OF-SHOW-ITEMS
               EXIT PARAGRAPH
           END-IF
           IF SI-SHOW-ID NOT = WS-THIS-SHOW-ID
               SET END-OF-SHOW-ITEMS TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IS-DESCRIPTION
           MOVE ZEROS TO IS-FULL-PRICE WS-UNITS-LEFT
           MOVE SI-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IS-STATUS = '00' AND SI-IS-OUT AND IS-IS-AT-SHOW
               SET IQ-QUERY-UNITS TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
               MOVE IQ-UNITS-ON-HAND TO WS-UNITS-LEFT
           END-IF
           IF SI-UNITS-OUT > SI-UNITS-BACK + WS-UNITS-LEFT
               COMPUTE WS-UNITS-SOLD =
                   SI-UNITS-OUT - SI-UNITS-BACK - WS-UNITS-LEFT
           ELSE
               MOVE ZEROS TO WS-UNITS-SOLD
           END-IF
           EVALUATE TRUE
               WHEN PASS-IS-SOLD AND WS-UNITS-SOLD > ZEROS
                   MOVE WS-UNITS-SOLD TO WS-UNITS
                   ADD 1 TO WS-SOLD-COUNT
               WHEN PASS-IS-RETURNED AND SI-UNITS-BACK > ZEROS
                   MOVE SI-UNITS-BACK TO WS-UNITS
                   ADD 1 TO WS-RETURNED-COUNT
               WHEN PASS-IS-STILL-OUT AND WS-UNITS-LEFT > ZEROS
                   MOVE WS-UNITS-LEFT TO WS-UNITS
                   ADD 1 TO WS-STILL-OUT-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-ITEM-COUNT
           MOVE IS-FULL-PRICE TO WS-SES-PRICE-OUT
           MOVE WS-UNITS      TO WS-UNITS-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING SI-SKU ' ' SI-TENANT-ID ' ' WS-UNITS-OUT ' '
               WS-SES-PRICE-OUT '  ' IS-DESCRIPTION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      *-----------------------------------------------------------------
      * --- ONLY THE SHOW REGISTER'S ROWS INSIDE THE SHOW DATES; A
      *     POST-VOIDED ROW NEVER HAPPENED AND A RETURN TAKES BACK -----
       SUM-SHOW-LEDGER.
           MOVE ZEROS TO WS-DLR-COUNT WS-LEDGER-LINES
                         WS-TOTAL-SALES WS-TOTAL-COMMISSION
                         WS-TAXABLE-SALES WS-EXEMPT-SALES WS-TOTAL-TAX
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SL-EOF-SW
           MOVE SE-START-DATE TO SL-DATE-OF-SALE
           START SALES-LEDGER KEY IS NOT LESS THAN SL-DATE-OF-SALE
               INVALID KEY
                   SET END-OF-SALES-LEDGER TO TRUE
           END-START
           PERFORM READ-SALES-LEDGER
           PERFORM TAKE-ONE-LEDGER-ROW UNTIL END-OF-SALES-LEDGER
           CLOSE SALES-LEDGER
           .
       READ-SALES-LEDGER.
           IF END-OF-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-SALES-LEDGER TO TRUE
           END-READ
           IF NOT END-OF-SALES-LEDGER
                   AND SL-DATE-OF-SALE > SE-END-DATE
               SET END-OF-SALES-LEDGER TO TRUE
           END-IF
           .
       TAKE-ONE-LEDGER-ROW.
           IF SL-REGISTER-ID = SE-REGISTER-ID
                   AND NOT SL-IS-VOIDED
               PERFORM POST-ONE-SHOW-SALE
           END-IF
           PERFORM READ-SALES-LEDGER
           .
       POST-ONE-SHOW-SALE.
           IF SL-IS-RETURN
               COMPUTE WS-SIGNED-SALE = 0 - SL-SALE-PRICE
               COMPUTE WS-SIGNED-COMM = 0 - SL-COMMISSION
               COMPUTE WS-SIGNED-TAX  = 0 - SL-TAX-AMOUNT
           ELSE
               MOVE SL-SALE-PRICE TO WS-SIGNED-SALE
               MOVE SL-COMMISSION TO WS-SIGNED-COMM
               MOVE SL-TAX-AMOUNT TO WS-SIGNED-TAX
           END-IF
           ADD 1 TO WS-LEDGER-LINES
           ADD WS-SIGNED-SALE TO WS-TOTAL-SALES
           ADD WS-SIGNED-COMM TO WS-TOTAL-COMMISSION
           ADD WS-SIGNED-TAX  TO WS-TOTAL-TAX
           IF SL-TAX-AMOUNT > ZEROS
               ADD WS-SIGNED-SALE TO WS-TAXABLE-SALES
           ELSE
               ADD WS-SIGNED-SALE TO WS-EXEMPT-SALES
           END-IF
           MOVE ZEROS TO WS-DLR-HIT
           PERFORM FIND-DEALER-ENTRY
               VARYING DLR-IDX FROM 1 BY 1
               UNTIL DLR-IDX > WS-DLR-COUNT OR WS-DLR-HIT > ZEROS
           IF WS-DLR-HIT = ZEROS
               IF WS-DLR-COUNT NOT < 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DLR-COUNT
               MOVE WS-DLR-COUNT TO WS-DLR-HIT
               MOVE SL-TENANT-ID TO WS-DLR-TENANT-ID(WS-DLR-HIT)
               MOVE ZEROS TO WS-DLR-LINES(WS-DLR-HIT)
                             WS-DLR-SALES(WS-DLR-HIT)
                             WS-DLR-COMMISSION(WS-DLR-HIT)
           END-IF
           ADD 1              TO WS-DLR-LINES(WS-DLR-HIT)
           ADD WS-SIGNED-SALE TO WS-DLR-SALES(WS-DLR-HIT)
           ADD WS-SIGNED-COMM TO WS-DLR-COMMISSION(WS-DLR-HIT)
           .
       FIND-DEALER-ENTRY.
           IF WS-DLR-TENANT-ID(DLR-IDX) = SL-TENANT-ID
               SET WS-DLR-HIT TO DLR-IDX
           END-IF
           .
      *-----------------------------------------------------------------
       PRINT-DEALER-SALES.
           MOVE 'SALES BY DEALER (PAID OUT IN THE MONTHLY CMSPAY RUN)'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'DEALER NAME                          LINES'
               & '         SALES    COMMISSION' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-ONE-DEALER
               VARYING DLR-IDX FROM 1 BY 1
               UNTIL DLR-IDX > WS-DLR-COUNT
           IF WS-DLR-COUNT = ZEROS
               MOVE '  NO SALES RUNG ON THE SHOW REGISTER'
                   TO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE WS-LEDGER-LINES     TO WS-LINES-OUT
           MOVE WS-TOTAL-SALES      TO WS-AMOUNT-OUT
           MOVE WS-TOTAL-COMMISSION TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SHOW TOTAL                          ' WS-LINES-OUT
               ' ' WS-AMOUNT-OUT ' ' WS-AMOUNT-OUT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       PRINT-ONE-DEALER.
           MOVE SPACES TO WS-DEALER-NAME
           IF WS-DLR-TENANT-ID(DLR-IDX) = ZEROS
               MOVE 'HOUSE (SHOP-OWNED)' TO WS-DEALER-NAME
           ELSE
               MOVE WS-DLR-TENANT-ID(DLR-IDX) TO TM-TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS = '00'
                   STRING TM-FIRST DELIMITED BY SPACE
                          ' ' TM-LAST-NAME DELIMITED BY SIZE
                          INTO WS-DEALER-NAME
               ELSE
                   MOVE '(NOT ON FILE)' TO WS-DEALER-NAME
               END-IF
           END-IF
           MOVE WS-DLR-LINES(DLR-IDX)      TO WS-LINES-OUT
           MOVE WS-DLR-SALES(DLR-IDX)      TO WS-AMOUNT-OUT
           MOVE WS-DLR-COMMISSION(DLR-IDX) TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DLR-TENANT-ID(DLR-IDX) ' ' WS-DEALER-NAME
               WS-LINES-OUT ' ' WS-AMOUNT-OUT ' ' WS-AMOUNT-OUT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
      * --- EVERYTHING THE SHOW REGISTER RANG IS OWED TO THE SHOW'S
      *     JURISDICTION; TAXRPT CARRIES THE SAME FIGURES IN ITS OWN
      *     SECTION FOR THE MONTH'S RETURN -----------------------------
       PRINT-SHOW-TAX.
           MOVE 'TAX BY JURISDICTION' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'JURISDICTION         ST   RATE        TAXABLE'
               & '        EXEMPT           TAX' TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SE-TAX-RATE      TO WS-RATE-OUT
           MOVE WS-TAXABLE-SALES TO WS-AMOUNT-OUT
           MOVE WS-EXEMPT-SALES  TO WS-AMOUNT-OUT-2
           MOVE WS-TOTAL-TAX     TO WS-AMOUNT-OUT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING SE-JURISDICTION ' ' SE-STATE ' ' WS-RATE-OUT
               WS-AMOUNT-OUT ' ' WS-AMOUNT-OUT-2 ' ' WS-AMOUNT-OUT-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       CLOSE-SHOW-IF-DONE.
           MOVE WS-SOLD-COUNT      TO WS-COUNT-OUT
           MOVE WS-RETURNED-COUNT  TO WS-COUNT-OUT-2
           MOVE WS-STILL-OUT-COUNT TO WS-COUNT-OUT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TAGS SOLD: ' WS-COUNT-OUT
               '   RETURNED: ' WS-COUNT-OUT-2
               '   STILL OUT: ' WS-COUNT-OUT-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           EVALUATE TRUE
               WHEN SE-IS-SETTLED
                   MOVE SE-SETTLED-DATE TO WS-ISO-DATE
                   PERFORM FORMAT-PRINT-DATE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'SHOW WAS SETTLED ' WS-PRINT-DATE
                       ' -- REPRINT ONLY' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN WS-TODAY-CCYYMMDD NOT > SE-END-DATE
                   MOVE 'SHOW IS STILL RUNNING -- LEFT OPEN'
                       TO WS-RPT-LINE
               WHEN WS-STILL-OUT-COUNT > ZEROS
                   MOVE 'STOCK IS STILL OUT -- CHECK IT IN, THEN SETTLE'
                       & ' AGAIN' TO WS-RPT-LINE
               WHEN OTHER
                   SET SE-IS-SETTLED TO TRUE
                   MOVE WS-TODAY-CCYYMMDD TO SE-SETTLED-DATE
                   REWRITE SHOW-EVENT-RECORD
                       INVALID KEY
                           MOVE 'UNABLE TO CLOSE THE SHOW ON SHOWEVT'
                               TO WS-RPT-LINE
                       NOT INVALID KEY
                           MOVE 'SHOW SETTLED AND CLOSED'
                               TO WS-RPT-LINE
                   END-REWRITE
           END-EVALUATE
           PERFORM EMIT-REPORT-LINE
           .
