               ASSIGN TO 'CUSTRCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT DISCOUNT-EXCEPTION-FILE
               ASSIGN TO 'DISCEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.
           SELECT SHIP-TAX-TABLE
               ASSIGN TO 'SHIPTAX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
           SELECT SHIP-QUEUE
               ASSIGN TO 'SHIPQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQ-RECEIPT-NO
               FILE STATUS IS WS-SQ-STATUS.
           SELECT DELIVERY-QUEUE
               ASSIGN TO 'DLVRQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-RECEIPT-NO
               ALTERNATE RECORD KEY IS DQ-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-DQ-STATUS.
           SELECT CHECK-NEGATIVE-FILE
               ASSIGN TO 'CHKNEG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-WRITER-ID
               FILE STATUS IS WS-CN-STATUS.
           SELECT CHECK-TAKEN-LOG
               ASSIGN TO 'CHKTAKE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT COUPON-FILE
               ASSIGN TO 'COUPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CODE
               FILE STATUS IS WS-CP-STATUS.
           SELECT COUPON-REDEMPTION-LOG
               ASSIGN TO 'CPNREDM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT SHOW-EVENT
               ASSIGN TO 'SHOWEVT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SHOW-ID
               FILE STATUS IS WS-SE-STATUS.
      *-----------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RESALE-CERT-FILE.
       COPY RESALCRT.
       FD  OFFLINE-CAPTURE.
       01 OFFLINE-CAPTURE-RECORD PIC X(146).
       FD  RETURN-POLICY.
       COPY RETPOLCY.
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD PIC X(146).
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  CUSTOMER-RECEIPT.
       01 CUSTOMER-RECEIPT-RECORD  PIC X(60).
       FD  DISCOUNT-EXCEPTION-FILE.
       COPY DISCEXC.
       FD  SHIP-TAX-TABLE.
       COPY SHIPTAX.
       FD  SHIP-QUEUE.
       COPY SHIPQUE.
       FD  DELIVERY-QUEUE.
       COPY DLVRQUE.
       FD  CHECK-NEGATIVE-FILE.
       COPY CHKNEG.
       FD  CHECK-TAKEN-LOG.
       COPY CHKTAKE.
       FD  COUPON-FILE.
       COPY COUPON.
       FD  COUPON-REDEMPTION-LOG.
       COPY CPNREDM.
       FD  SHOW-EVENT.
       COPY SHOWEVT.
       FD  BATCH-INPUT.
       01 BATCH-INPUT-RECORD.
          03 BI-TRANS-TYPE         PIC X.
          03 BI-SKU                PIC X(12).
          03 BI-TENANT-ID          PIC 9(6).
          03 BI-NAME               PIC X(40).
          03 BI-FULL-PRICE         PIC 9(6)V9(2).
          03 BI-CATEGORY           PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
             88 TAX-ROW-NOT-FOUND        VALUE 0.
       01 WS-TX-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-TX-TABLE.
          03 WS-TX-ENTRY       OCCURS 60 TIMES INDEXED BY TX-IDX.
             05 WS-TX-CODE          PIC X(4).
             05 WS-TX-RATE          PIC 9(2)V9(3).
             05 WS-TX-EXEMPT        PIC X.
             05 WS-TX-EFFECTIVE     PIC 9(8).
      * --- THE RATE ROW IN FORCE ON WS-TX-AS-OF (YYYYMMDD) -----------
       01 WS-TX-HIT            PIC 9(2) VALUE ZEROS.
       01 WS-TX-AS-OF          PIC 9(8) VALUE ZEROS.
      * --- TAX ON THE ORIGINAL SALE ROW, REFUNDED AS CHARGED --------
       01 WS-ORIG-TAX-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
      * --- THE ANTIQUE SHOW (SHOWEVT) THE SIGNED-ON REGISTER IS THE
      *     LAPTOP FOR, WHILE THE SHOW IS ON: ITS JURISDICTION'S RATE
      *     IS CHARGED INSTEAD OF THE TAXRATE TABLE'S ------------------
       01 WS-SE-STATUS         PIC XX VALUE '00'.
       01 WS-SHOW-SWITCHES.
          03 WS-SE-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-SHOW-EVENT        VALUE 1.
          03 WS-SHOW-REG-SW    PIC 9 VALUE 0.
             88 RINGING-AT-SHOW          VALUE 1.
             88 RINGING-AT-SHOP          VALUE 0.
          03 WS-SHOW-IDLE-SW   PIC 9 VALUE 0.
             88 SHOW-REGISTER-IDLE       VALUE 1.
       01 WS-SHOW-AS-OF        PIC 9(8) VALUE ZEROS.
       01 WS-SHOW-NAME         PIC X(30) VALUE SPACES.
       01 WS-SHOW-TAX-RATE     PIC 9(2)V9(3) VALUE ZEROS.
       01 WS-BATCH-FILE        PIC X(40) VALUE SPACES.
       01 WS-BATCH-SWITCH      PIC X(8) VALUE SPACES.
          88 BATCH-SWITCH-GIVEN        VALUE 'BATCH'.
       COPY DAYCHK.
       COPY PERCHK.
       COPY OPERPIN.
       COPY TRAINMD.
       COPY AUTHCHK.
       COPY CUSTLKP.
       COPY RWDPOST.
       COPY ITMQTY.
       COPY JRNLIS.
       01 WS-IS-BEFORE         PIC X(167) VALUE SPACES.
       01 WS-OPERATOR-INITIALS PIC X(3) VALUE SPACES.
      * --- FREQUENT-BUYER CUSTOMER FOR THE WHOLE TRANSACTION (ZERO =
      *     WALK-IN) AND THE NET MERCHANDISE THAT EARNS ITS POINTS ----
       01 WS-CUSTOMER-NO       PIC 9(6) VALUE ZEROS.
       01 WS-REWARD-NET        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-CUST-SW           PIC 9 VALUE 0.
          88 CUSTOMER-SETTLED          VALUE 1.
          88 CUSTOMER-NOT-SETTLED      VALUE 0.
       01 WS-EDIT-POINTS       PIC -(6)9.
       01 WS-EDIT-BALANCE      PIC -(6)9.
       01 WS-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 WS-APPROVAL-SW       PIC 9 VALUE 0.
          88 RETURN-IS-APPROVED        VALUE 1.
          03 WS-ORIG-SW        PIC 9     VALUE 0.
             88 ORIGINAL-SALE-FOUND      VALUE 1.
             88 ORIGINAL-SALE-NOT-FOUND  VALUE 0.
          03 WS-ORIG-TAX-SW    PIC 9     VALUE 0.
             88 ORIGINAL-TAX-KNOWN       VALUE 1.
             88 ORIGINAL-TAX-NOT-KNOWN   VALUE 0.
          03 WS-PRICE-SW        PIC 9    VALUE 0.
             88 PRICE-IS-VALID           VALUE 1.
             88 PRICE-NOT-VALID          VALUE 0.
             88 SHOW-PRICE-HELP          VALUE 0.
             88 SHOW-OVERRIDE-HELP       VALUE 1.
       01 WS-MIN-PRICE          PIC 9(4)V9(2) VALUE 1.00.
       01 WS-MAX-PRICE          PIC 9(6)V9(2) VALUE 99999.99.
       01 WS-CONFIRM-THRESHOLD  PIC 9(6)V9(2) VALUE 1000.00.
       01 WS-MORE-SW             PIC X     VALUE 'Y'.
          88 MORE-ITEMS                    VALUE 'Y'.
          88 NO-MORE-ITEMS                 VALUE 'N'.
      *     FOR THE OFFICE TO MATCH IN SUSPMTCH ------------------------
       01 WS-SU-STATUS           PIC XX VALUE '00'.
       01 WS-SUSPENSE-TENANT     PIC 9(6) VALUE 999999.
      * --- DEALER DISCOUNT LIMITS: A DISCOUNT THE CUSTOMER ASKS FOR
      *     IS GIVEN UP TO THE CONSIGNOR'S STANDING LIMIT; PAST IT THE
      *     CLERK CALLS THE DEALER AND KEYS WHO SAID YES, AND THE LINE
      *     GOES TO THE DISCEXC REGISTER FOR THE STATEMENT.  A FIRM-
      *     PRICE PIECE TAKES NO DISCOUNT AT ALL ----------------------
       01 WS-DX-STATUS           PIC XX VALUE '00'.
       01 WS-DEALER-LIMIT-PCT    PIC 9(2) VALUE ZEROS.
       01 WS-EDIT-LIMIT-PCT      PIC Z9.
       01 WS-FIRM-PRICE-SW       PIC 9 VALUE 0.
          88 ITEM-IS-FIRM-PRICE        VALUE 1.
          88 ITEM-NOT-FIRM-PRICE       VALUE 0.
       01 WS-DISC-LIMIT-SW       PIC 9 VALUE 0.
          88 DISC-OVER-LIMIT           VALUE 1.
          88 DISC-WITHIN-LIMIT         VALUE 0.
      * --- SHIP-TO SALE: THE PARCEL'S ADDRESS AND THE SHIPPING AND
      *     HANDLING CHARGE ARE KEYED AFTER THE LAST ITEM.  THE CHARGE
      *     RIDES ITS OWN HOUSE LEDGER ROW (CATEGORY 'SHIP', PLAN 'H',
      *     NO COMMISSION), TAXED ONLY WHERE THE SHIPTAX TABLE SAYS
      *     THE DESTINATION STATE TAXES SHIPPING, AND THE SALE GOES ON
      *     THE SHIPQUE QUEUE WITH A PACKING SLIP FOR THE PARCEL -------
       01 WS-SX-STATUS           PIC XX VALUE '00'.
       01 WS-SX-EOF-SW           PIC 9 VALUE 0.
          88 END-OF-SHIP-TAX-TABLE     VALUE 1.
       01 WS-SX-COUNT            PIC 9(2) VALUE ZEROS.
       01 WS-SX-TABLE.
          03 WS-SX-ENTRY         OCCURS 60 TIMES INDEXED BY SX-IDX.
             05 WS-SX-STATE           PIC X(2).
             05 WS-SX-RATE            PIC 9(2)V9(3).
             05 WS-SX-TAXABLE         PIC X.
       01 WS-SX-FOUND-SW         PIC 9 VALUE 0.
          88 SHIP-STATE-FOUND          VALUE 1.
          88 SHIP-STATE-NOT-FOUND      VALUE 0.
       01 WS-SQ-STATUS           PIC XX VALUE '00'.
       01 WS-SHIP-SW             PIC 9 VALUE 0.
          88 SHIP-THIS-SALE            VALUE 1.
          88 CARRY-OUT-SALE            VALUE 0.
       01 WS-SHIP-ENTRY-SW       PIC 9 VALUE 0.
          88 SHIP-ENTRY-SETTLED        VALUE 1.
          88 SHIP-ENTRY-NOT-SETTLED    VALUE 0.
       01 WS-SHIP-ITEM-COUNT     PIC 9(2) VALUE ZEROS.
       01 WS-SHIP-TAX            PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-SHIP-CATEGORY       PIC X(4) VALUE 'SHIP'.
       01 WS-SLIP-LINE           PIC X(80) VALUE SPACES.
       01 WS-SLIP-DESC           PIC X(30) VALUE SPACES.
       01 WS-EDIT-SLIP-COUNT     PIC Z9.
       01 WS-SX-LOOK-STATE       PIC X(2) VALUE SPACES.
      * --- FURNITURE DELIVERY: A CARRY-OUT SALE TOO BIG TO CARRY OUT
      *     IS BOOKED ON THE DLVRQUE CALENDAR FOR THE DAY THE CUSTOMER
      *     ASKS, IF THE DLVRPOL CAP LEAVES ROOM THAT DAY.  THE FEE
      *     RIDES ITS OWN HOUSE LEDGER ROW (CATEGORY 'DLVR', PLAN 'H',
      *     NO COMMISSION), TAXED BY THE SAME SHIPTAX RULE AS SHIPPING
      *     CHARGES, AND THE PIECES STAY ON THE FLOOR, SOLD, UNTIL THE
      *     DELIVERY PROGRAM MARKS THE STOP DONE ----------------------
       01 WS-DQ-STATUS           PIC XX VALUE '00'.
       01 WS-DLVR-SW             PIC 9 VALUE 0.
          88 DELIVER-THIS-SALE         VALUE 1.
          88 NO-DELIVERY               VALUE 0.
       01 WS-DLVR-ENTRY-SW       PIC 9 VALUE 0.
          88 DLVR-ENTRY-SETTLED        VALUE 1.
          88 DLVR-ENTRY-NOT-SETTLED    VALUE 0.
       01 WS-DLVR-TAX            PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-DLVR-CATEGORY       PIC X(4) VALUE 'DLVR'.
       01 WS-DLVR-MMDDYYYY.
          03 WS-DLVR-MM          PIC 9(2).
          03 WS-DLVR-DD          PIC 9(2).
          03 WS-DLVR-YYYY        PIC 9(4).
       01 WS-DLVR-ISO            PIC 9(8) VALUE ZEROS.
       01 WS-DLVR-INT            PIC S9(8) COMP.
       01 WS-DLVR-ITEM           PIC 9(2) VALUE ZEROS.
       01 WS-DLVR-SKU-SW         PIC 9 VALUE 0.
          88 DLVR-SKU-FILE-OPEN        VALUE 1.
          88 DLVR-SKU-FILE-CLOSED      VALUE 0.
      * --- COUPON / PROMO CODE: ONE CODE PER SALE, KEYED AFTER THE
      *     LAST ITEM.  THE DISCOUNT IS SPREAD OVER THE QUALIFYING
      *     LINES IN PROPORTION TO PRICE (THE LAST ONE TAKES THE ODD
      *     CENT), EACH LINE'S TAX IS RE-FIGURED ON WHAT IS LEFT, AND
      *     ITS COMMISSION TOO WHEN THE DEALER ABSORBS THE COUPON ------
       01 WS-CP-STATUS           PIC XX VALUE '00'.
       01 WS-CR-STATUS           PIC XX VALUE '00'.
       01 WS-CR-EOF-SW           PIC 9 VALUE 0.
          88 END-OF-REDEMPTION-LOG     VALUE 1.
       01 WS-COUPON-ENTRY-SW     PIC 9 VALUE 0.
          88 COUPON-ENTRY-SETTLED      VALUE 1.
          88 COUPON-ENTRY-NOT-SETTLED  VALUE 0.
       01 WS-COUPON-FOUND-SW     PIC 9 VALUE 0.
          88 COUPON-ON-FILE            VALUE 1.
          88 COUPON-NOT-ON-FILE        VALUE 0.
       01 WS-COUPON-SW           PIC 9 VALUE 0.
          88 COUPON-APPLIED            VALUE 1.
          88 NO-COUPON                 VALUE 0.
       01 WS-QUALIFY-SW          PIC 9 VALUE 0.
          88 LINE-QUALIFIES            VALUE 1.
          88 LINE-DOES-NOT-QUALIFY     VALUE 0.
       01 WS-COUPON-CODE         PIC X(10) VALUE SPACES.
       01 WS-COUPON-ABSORBED-BY  PIC X VALUE SPACE.
       01 WS-COUPON-AS-OF        PIC 9(8) VALUE ZEROS.
       01 WS-COUPON-BASE         PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-COUPON-TOTAL        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-COUPON-LEFT         PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-COUPON-SHARE        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-COUPON-LINES        PIC 9(2) VALUE ZEROS.
       01 WS-COUPON-RETURNS      PIC 9(2) VALUE ZEROS.
       01 WS-COUPON-BEST-LINE    PIC 9(2) VALUE ZEROS.
       01 WS-COUPON-LAST-LINE    PIC 9(2) VALUE ZEROS.
       01 WS-COUPON-CUST-USES    PIC 9(5) VALUE ZEROS.
       01 WS-ELIGIBLE-IDX        PIC 9 VALUE ZEROS.
       01 WS-EDIT-COUPON         PIC Z(5)9.99.
      * --- THE ORIGINAL SALE'S COUPON, CARRIED ONTO ITS RETURN ROW --
       01 WS-ORIG-COUPON-CODE    PIC X(10) VALUE SPACES.
       01 WS-ORIG-COUPON-AMOUNT  PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-ORIG-COUPON-ABSORB  PIC X VALUE SPACE.
       COPY DEPTLKP.
       COPY DLVRCHK.
       COPY STATELKP.
       COPY SPOOLIO.
      * --- OFFLINE FALLBACK: IF THE LEDGER OR THE RECEIPT COUNTER
      *     WILL NOT OPEN, THE REGISTER KEEPS RINGING INTO THE
      *     OFFLINE CAPTURE FILE UNDER PROVISIONAL 900000-SERIES
       01 WS-SAVE-LINE-NO        PIC 9(2) VALUE ZEROS.
       01 WS-RECEIPT-LINE        PIC X(60) VALUE SPACES.
       01 WS-RECEIPT-TEMP        PIC X(60) VALUE SPACES.
       01 WS-EDIT-RCPT-PRICE     PIC Z(5)9.99.
       01 WS-EDIT-RCPT-TOTAL     PIC Z(5)9.99.
      * --- TENDER CAPTURE: ONE (OR A SPLIT OF TWO) TENDER(S) IS KEYED
      *     FOR THE WHOLE TRANSACTION, THEN ALLOCATED LINE BY LINE AS
          03 WS-ACCTCK-SW      PIC 9 VALUE 0.
             88 ACCOUNT-IS-GOOD          VALUE 1.
             88 ACCOUNT-NOT-GOOD         VALUE 0.
      * --- CHECK TENDER 'K': THE WRITER'S LICENSE OR PHONE IS PROVED
      *     AGAINST THE CHKNEG NEGATIVE FILE; A WRITER STILL OWING ON
      *     A BOUNCED CHECK NEEDS A MANAGER TO TAKE ANOTHER ONE, AND
      *     EVERY CHECK TAKEN IS LOGGED TO CHKTAKE UNDER THE RECEIPT --
          03 WS-CN-STATUS      PIC XX VALUE '00'.
          03 WS-CT-STATUS      PIC XX VALUE '00'.
          03 WS-CHECK-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
          03 WS-CHECK-MGR-ID   PIC X(3) VALUE SPACES.
          03 WS-CHECK-SW       PIC 9 VALUE 0.
             88 CHECK-TENDERED           VALUE 1.
             88 CHECK-NOT-TENDERED       VALUE 0.
          03 WS-WRITER-SW      PIC 9 VALUE 0.
             88 WRITER-IS-LISTED         VALUE 1.
             88 WRITER-NOT-LISTED        VALUE 0.
          03 WS-CHECKOK-SW     PIC 9 VALUE 0.
             88 CHECK-IS-GOOD            VALUE 1.
             88 CHECK-NOT-GOOD           VALUE 0.
       01 WS-LINE-ITEM-TABLE.
      * --- ONE SLOT PAST WS-MAX-LINES, SO A FULL SALE STILL HAS ROOM
      *     FOR ITS SHIPPING OR DELIVERY LINE -------------------------
          03 WS-LINE-ENTRY       OCCURS 21 TIMES INDEXED BY LN-IDX.
             05 WS-LN-TENANT-ID        PIC 9(6).
             05 WS-LN-CATEGORY         PIC X(4).
             05 WS-LN-FULL-PRICE       PIC 9(6)V9(2).
             05 WS-LN-DISCOUNT-PERCENT PIC 9(2).
             05 WS-LN-SALE-PRICE       PIC 9(6)V9(2).
             05 WS-LN-COMMISSION-PLAN  PIC X.
             05 WS-LN-PERCENT          PIC 9(2).
             05 WS-LN-COMMISSION       PIC 9(6)V9(2).
             05 WS-LN-GROUP-ID         PIC X.
             05 WS-LN-TRANS-TYPE       PIC X.
             05 WS-LN-OVERRIDE-FLAG    PIC X.
             05 WS-LN-OVERRIDE-MGR-ID  PIC X(8).
             05 WS-LN-OPERATOR-ID      PIC X(3).
             05 WS-LN-TAX-AMOUNT       PIC 9(6)V9(2).
             05 WS-LN-SKU              PIC X(12).
             05 WS-LN-SOURCE-FLAG      PIC X.
             05 WS-LN-DISC-LIMIT-PCT   PIC 9(2).
             05 WS-LN-DEALER-APPROVER  PIC X(20).
             05 WS-LN-COUPON-QUALIFY   PIC X.
             05 WS-LN-COUPON-CODE      PIC X(10).
             05 WS-LN-COUPON-AMOUNT    PIC 9(6)V9(2).
             05 WS-LN-COUPON-ABSORB    PIC X.
      *---------------------BEGIN-PAN2SCR-------------------
       COPY WSSCRN.
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-LAST-NAME         PIC X(30) VALUE SPACES.
       01 SC-FIRST-NAME        PIC X(30) VALUE SPACES.
       01 SC-DATE-OF-SALE      PIC 9(6) VALUE ZEROS.
       01 SC-FULL-PRICE        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-DISCOUNT-PERCENT  PIC 9(2) VALUE ZEROS.
       01 SC-ASKED-DISC-PCT    PIC 9(2) VALUE ZEROS.
       01 SC-DEALER-APPROVER   PIC X(20) VALUE SPACES.
       01 SC-SALE-PRICE        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-GROUP-ID          PIC X VALUE SPACES.
       01 SC-COMMISSION-PLAN   PIC X VALUE SPACES.
       01 SC-PERCENT           PIC 9(2) VALUE ZEROS.
       01 SC-COMMISSION        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-TRANS-TYPE        PIC X VALUE 'S'.
          88 TRANS-SALE                 VALUE 'S'.
          88 TRANS-RETURN               VALUE 'R'.
       01 SC-TOTAL-SALE        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-TOTAL-TAX         PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-TOTAL-DUE         PIC 9(7)V9(2) VALUE ZEROS.
       01 SC-TAX-AMOUNT        PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-TOTAL-COMMISSION  PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-REGISTER-ID       PIC X(2) VALUE '01'.
      * --- THE LOCATION RINGING, KEYED NEXT TO THE REGISTER (OR
      *     ARGV(3) ON A BATCH RUN); EVERY ROW CARRIES IT -------------
       01 SC-STORE-ID          PIC X(2) VALUE '01'.
       01 SC-PIN-MESSAGE       PIC X(40) VALUE SPACES.
       01 SC-TENDER-1-TYPE     PIC X VALUE 'C'.
          88 TENDER-1-TYPE-VALID        VALUE 'C' 'K' 'D' 'G' 'S'
          88 TENDER-1-IS-GIFT           VALUE 'G'.
          88 TENDER-1-IS-STORECR        VALUE 'S'.
          88 TENDER-1-IS-ACCOUNT        VALUE 'A'.
          88 TENDER-1-IS-CHECK          VALUE 'K'.
       01 SC-TENDER-1-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-TENDER-2-TYPE     PIC X VALUE SPACE.
          88 TENDER-2-TYPE-VALID        VALUE 'C' 'K' 'D' 'G' 'S'
          88 TENDER-2-IS-GIFT           VALUE 'G'.
          88 TENDER-2-IS-STORECR        VALUE 'S'.
          88 TENDER-2-IS-ACCOUNT        VALUE 'A'.
          88 TENDER-2-IS-CHECK          VALUE 'K'.
       01 SC-TENDER-2-AMOUNT   PIC 9(6)V9(2) VALUE ZEROS.
       01 SC-GIFT-CERT-NO      PIC 9(6) VALUE ZEROS.
       01 SC-STORE-CREDIT-NO   PIC 9(6) VALUE ZEROS.
       01 SC-ACCT-TENANT-ID    PIC 9(6) VALUE ZEROS.
       01 SC-CHECK-WRITER-ID   PIC X(20) VALUE SPACES.
       01 SC-RESALE-CERT       PIC X(15) VALUE SPACES.
       01 SC-RESALE-BUYER      PIC X(30) VALUE SPACES.
       01 SC-CUSTOMER-NO       PIC 9(6) VALUE ZEROS.
       01 SC-CUSTOMER-NAME     PIC X(30) VALUE SPACES.
       01 SC-CUSTOMER-MESSAGE  PIC X(40) VALUE SPACES.
       01 SC-TENDER-MESSAGE    PIC X(40) VALUE SPACES.
       01 SC-APPROVAL-TITLE    PIC X(40)
                               VALUE 'RETURN NEEDS MANAGER APPROVAL'.
       01 SC-APPROVER-PIN      PIC X(4) VALUE SPACES.
       01 SC-APPROVAL-MESSAGE  PIC X(40) VALUE SPACES.
       01 SC-SHIP-NAME         PIC X(30) VALUE SPACES.
       01 SC-SHIP-ADDRESS-1    PIC X(40) VALUE SPACES.
       01 SC-SHIP-ADDRESS-2    PIC X(40) VALUE SPACES.
       01 SC-SHIP-CITY         PIC X(25) VALUE SPACES.
       01 SC-SHIP-STATE        PIC X(2) VALUE SPACES.
       01 SC-SHIP-POSTAL-CODE  PIC X(10) VALUE SPACES.
       01 SC-SHIP-PHONE        PIC X(20) VALUE SPACES.
       01 SC-SHIP-CHARGE       PIC 9(4)V9(2) VALUE ZEROS.
       01 SC-SHIP-MESSAGE      PIC X(40) VALUE SPACES.
       01 SC-DLVR-NAME         PIC X(30) VALUE SPACES.
       01 SC-DLVR-ADDRESS      PIC X(40) VALUE SPACES.
       01 SC-DLVR-CITY         PIC X(25) VALUE SPACES.
       01 SC-DLVR-STATE        PIC X(2) VALUE SPACES.
       01 SC-DLVR-POSTAL-CODE  PIC X(10) VALUE SPACES.
       01 SC-DLVR-PHONE        PIC X(20) VALUE SPACES.
       01 SC-DLVR-DATE         PIC 9(8) VALUE ZEROS.
       01 SC-DLVR-FEE          PIC 9(4)V9(2) VALUE ZEROS.
       01 SC-DLVR-CAP          PIC 9(2) VALUE ZEROS.
       01 SC-DLVR-MESSAGE      PIC X(40) VALUE SPACES.
       01 SC-COUPON-CODE       PIC X(10) VALUE SPACES.
       01 SC-COUPON-MESSAGE    PIC X(40) VALUE SPACES.
      *-----------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 25 VALUE 'Operator PIN:'.
          03 LINE 11 COLUMN 39 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-REGISTER-ID.
          03 LINE 12 COLUMN 25 VALUE 'Store No.:'.
          03 LINE 12 COLUMN 39 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-STORE-ID.
          03 LINE 13 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 08 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FROM SC-APPROVAL-TITLE.
          03 LINE 10 COLUMN 25 VALUE 'Manager PIN:'.
          03 LINE 10 COLUMN 39 PIC X(4)
                               REVERSE-VIDEO
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 08 COLUMN 05 VALUE
          03 LINE 10 COLUMN 43 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-RESALE-BUYER.
       01 CUSTOMER-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 08 COLUMN 05 VALUE
              'Rewards Customer No. (0 = walk-in):'.
          03 LINE 08 COLUMN 43 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-CUSTOMER-NO.
          03 LINE 10 COLUMN 43 PIC X(30)
                               FROM SC-CUSTOMER-NAME.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-CUSTOMER-MESSAGE.
       01 COUPON-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 05 VALUE 'Merchandise Subtotal:'.
          03 LINE 06 COLUMN 43 PIC ZZZ,ZZZ.9(2)
                               FROM SC-TOTAL-SALE.
          03 LINE 08 COLUMN 05 VALUE
              'Coupon / Promo Code (blank = none):'.
          03 LINE 08 COLUMN 43 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-COUPON-CODE.
          03 LINE 12 COLUMN 20 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-COUPON-MESSAGE.
       01 SKU-ENTRY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 20 VALUE 'Scan/Key Item SKU:'.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 02 VALUE 'Trans Type (S=Sale/R=Return):'.
                               REVERSE-VIDEO
                               FROM SC-DATE-OF-SALE.
          03 LINE 10 COLUMN 08 VALUE 'Full Price:'.
          03 LINE 10 COLUMN 20 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-FULL-PRICE.
                               REVERSE-VIDEO
                               FROM SC-DISCOUNT-PERCENT.
          03 LINE 12 COLUMN 26 VALUE '%'.
          03 LINE 12 COLUMN 30 VALUE 'Asked Disc:'.
          03 LINE 12 COLUMN 42 PIC Z9
                               REVERSE-VIDEO
                               USING SC-ASKED-DISC-PCT.
          03 LINE 12 COLUMN 44 VALUE '%'.
          03 LINE 13 COLUMN 08 VALUE 'Sale Price:'.
          03 LINE 13 COLUMN 20 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               FROM SC-SALE-PRICE.
          03 LINE 14 COLUMN 04 VALUE 'Dealer OK by:'.
          03 LINE 14 COLUMN 20 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-DEALER-APPROVER.
          03 LINE 14 COLUMN 42 VALUE '(OVER THE DEALER LIMIT ONLY)'.
          03 LINE 15 COLUMN 10 VALUE 'Group ID:'.
          03 LINE 15 COLUMN 20 PIC X
                               REVERSE-VIDEO
                               FROM SC-PERCENT.
          03 LINE 17 COLUMN 26 VALUE '%'.
          03 LINE 18 COLUMN 08 VALUE 'Commission:'.
          03 LINE 18 COLUMN 20 PIC ZZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               FROM SC-COMMISSION.
          03 LINE 19 COLUMN 02 VALUE 'Override (Y/N):'.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 15 VALUE 'Item(s) entered so far:'.
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 06 COLUMN 10 VALUE 'Amount Due (with tax):'.
          03 LINE 14 COLUMN 36 PIC 9(6)
                               REVERSE-VIDEO
                               USING SC-ACCT-TENANT-ID.
          03 LINE 15 COLUMN 02 VALUE 'Check DL # or Phone (K)'.
          03 LINE 15 COLUMN 36 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-CHECK-WRITER-ID.
          03 LINE 15 COLUMN 57 VALUE '(NO DASHES)'.
          03 LINE 16 COLUMN 07 VALUE 'Message:'.
          03 LINE 16 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-TENDER-MESSAGE.
       01 SHIP-TO-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 05 VALUE
              'Ship To (blank name or F1 = customer takes it):'.
          03 LINE 06 COLUMN 12 VALUE 'Name:'.
          03 LINE 06 COLUMN 18 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-SHIP-NAME.
          03 LINE 07 COLUMN 09 VALUE 'Address:'.
          03 LINE 07 COLUMN 18 PIC X(40)
                               REVERSE-VIDEO
                               USING SC-SHIP-ADDRESS-1.
          03 LINE 08 COLUMN 18 PIC X(40)
                               REVERSE-VIDEO
                               USING SC-SHIP-ADDRESS-2.
          03 LINE 09 COLUMN 12 VALUE 'City:'.
          03 LINE 09 COLUMN 18 PIC X(25)
                               REVERSE-VIDEO
                               USING SC-SHIP-CITY.
          03 LINE 10 COLUMN 11 VALUE 'State:'.
          03 LINE 10 COLUMN 18 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-SHIP-STATE.
          03 LINE 10 COLUMN 24 VALUE 'ZIP:'.
          03 LINE 10 COLUMN 29 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-SHIP-POSTAL-CODE.
          03 LINE 11 COLUMN 11 VALUE 'Phone:'.
          03 LINE 11 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-SHIP-PHONE.
          03 LINE 13 COLUMN 02 VALUE 'Ship/Handling $:'.
          03 LINE 13 COLUMN 19 PIC Z,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-SHIP-CHARGE.
          03 LINE 13 COLUMN 30 VALUE '(NOT COMMISSIONED)'.
          03 LINE 16 COLUMN 07 VALUE 'Message:'.
          03 LINE 16 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-SHIP-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - No Shipping'.
       01 DELIVERY-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 39 VALUE 'Commission Plan Entry'
                               HIGHLIGHT.
          03 LINE 04 COLUMN 05 VALUE
              'Deliver To (blank name or F1 = customer takes it):'.
          03 LINE 06 COLUMN 12 VALUE 'Name:'.
          03 LINE 06 COLUMN 18 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-DLVR-NAME.
          03 LINE 07 COLUMN 09 VALUE 'Address:'.
          03 LINE 07 COLUMN 18 PIC X(40)
                               REVERSE-VIDEO
                               USING SC-DLVR-ADDRESS.
          03 LINE 08 COLUMN 12 VALUE 'City:'.
          03 LINE 08 COLUMN 18 PIC X(25)
                               REVERSE-VIDEO
                               USING SC-DLVR-CITY.
          03 LINE 09 COLUMN 11 VALUE 'State:'.
          03 LINE 09 COLUMN 18 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-DLVR-STATE.
          03 LINE 09 COLUMN 24 VALUE 'ZIP:'.
          03 LINE 09 COLUMN 29 PIC X(10)
                               REVERSE-VIDEO
                               USING SC-DLVR-POSTAL-CODE.
          03 LINE 10 COLUMN 11 VALUE 'Phone:'.
          03 LINE 10 COLUMN 18 PIC X(20)
                               REVERSE-VIDEO
                               USING SC-DLVR-PHONE.
          03 LINE 12 COLUMN 05 VALUE 'Deliver On:'.
          03 LINE 12 COLUMN 18 PIC 9(2)/9(2)/9(4)
                               REVERSE-VIDEO
                               USING SC-DLVR-DATE.
          03 LINE 12 COLUMN 30 VALUE '(TRUCK TAKES'.
          03 LINE 12 COLUMN 43 PIC Z9
                               FROM SC-DLVR-CAP.
          03 LINE 12 COLUMN 46 VALUE 'STOPS A DAY)'.
          03 LINE 13 COLUMN 02 VALUE 'Delivery Fee $:'.
          03 LINE 13 COLUMN 19 PIC Z,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-DLVR-FEE.
          03 LINE 13 COLUMN 30 VALUE '(NOT COMMISSIONED)'.
          03 LINE 16 COLUMN 07 VALUE 'Message:'.
          03 LINE 16 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-DLVR-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - No Delivery'.
       01 TOTAL-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 01 COLUMN 02 PIC X(10)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM TR-BANNER.
          03 LINE 02 COLUMN 37 VALUE 'Sale Transaction Totals'
                               HIGHLIGHT.
          03 LINE 10 COLUMN 10 VALUE 'Items This Sale:'.
          03 LINE 10 COLUMN 29 PIC Z9
                               FROM SC-ITEM-COUNT.
          03 LINE 12 COLUMN 10 VALUE 'Total Sale Price:'.
          03 LINE 12 COLUMN 29 PIC ZZZ,ZZZ.9(2)
                               FROM SC-TOTAL-SALE.
          03 LINE 13 COLUMN 10 VALUE 'Total Sales Tax:'.
          03 LINE 13 COLUMN 29 PIC ZZZ,ZZZ.9(2)
                               FROM SC-TOTAL-TAX.
          03 LINE 14 COLUMN 10 VALUE 'Total Due:'.
          03 LINE 14 COLUMN 28 PIC Z,ZZZ,ZZZ.9(2)
                               FROM SC-TOTAL-DUE.
          03 LINE 16 COLUMN 10 VALUE 'Total Commission:'.
          03 LINE 16 COLUMN 29 PIC ZZZ,ZZZ.9(2)
                               FROM SC-TOTAL-COMMISSION.
      *----------------------END-PAN2SCR--------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           SET TR-OP-CHECK TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
      * --- NO SALE POSTS TO A DAY THAT IS NOT OPEN: ONCE CMSTILL HAS
      *     CLOSED THE DAY, LATE ENTRIES WAIT FOR A MANAGER TO OPEN
      *     THE NEXT BUSINESS DAY WITH DAYCTL.  EACH STORE HAS ITS
      *     OWN DAY: A BATCH RUN IS CHECKED HERE FOR ITS STORE, A DESK
      *     AT SIGN-ON FOR THE STORE KEYED THERE -----------------------
           PERFORM GET-BATCH-SWITCH
           IF WS-BATCH-FILE NOT = SPACES
               MOVE SC-STORE-ID TO DC-STORE-ID
               CALL 'DAYCHK' USING DAY-CHECK-PARAMS
               IF DC-DAY-NOT-OPEN
                   DISPLAY 'SALE REFUSED -- ' DC-MESSAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT DATE-OF-SALE FROM DATE
           MOVE DATE-OF-SALE TO SC-DATE-OF-SALE
               STOP RUN
           END-IF
           SET SALE-ITEM TO TRUE
           SET RP-NOT-POSTED TO TRUE
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE ZEROS TO WS-TRANS-TOTAL-SALE
           MOVE ZEROS TO WS-TRANS-TOTAL-COMMISSION
               20000000 + YEAR-OF-SALE * 10000
               + MONTH-OF-SALE * 100 + DAY-OF-SALE)
           SET MORE-ITEMS TO TRUE

           IF WS-BATCH-FILE NOT = SPACES
               MOVE 'BCH' TO WS-OPERATOR-INITIALS
               PERFORM GET-OPERATOR-PIN
               IF OPERATOR-SIGNED-IN
                   PERFORM GET-RESALE-EXEMPTION
                   PERFORM GET-CUSTOMER-NUMBER
                   PERFORM ENTER-ONE-LINE-ITEM
                       UNTIL NO-MORE-ITEMS
                           OR WS-LINE-COUNT >= WS-MAX-LINES
                   PERFORM GET-COUPON-ENTRY
                   PERFORM GET-SHIP-TO-ENTRY
                   IF CARRY-OUT-SALE
                       PERFORM GET-DELIVERY-ENTRY
                   END-IF
               END-IF
           END-IF

           IF ACCT-TENDERED
               PERFORM POST-ACCOUNT-CHARGE
           END-IF
           IF CHECK-TENDERED
               PERFORM LOG-CHECK-TAKEN
           END-IF
           IF COUPON-APPLIED
               PERFORM RECORD-COUPON-REDEMPTION
           END-IF
           IF WS-LINE-COUNT > 0 AND WS-CUSTOMER-NO > ZEROS
               PERFORM POST-REWARD-POINTS
           END-IF
           IF WS-LINE-COUNT > 0
               PERFORM PRINT-CUSTOMER-RECEIPT
           END-IF
           IF SHIP-THIS-SALE
               PERFORM QUEUE-SHIPMENT
               PERFORM PRINT-PACKING-SLIP
           END-IF
           IF DELIVER-THIS-SALE
               PERFORM BOOK-DELIVERY
           END-IF

           MOVE WS-LINE-COUNT           TO SC-ITEM-COUNT
           MOVE WS-TRANS-TOTAL-SALE     TO SC-TOTAL-SALE
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF BATCH-SWITCH-GIVEN
                   MOVE ARGV (2) TO WS-BATCH-FILE
                   IF ARGC >= 3 AND ARGV (3) NOT = SPACES
                       MOVE ARGV (3) TO SC-STORE-ID
                   END-IF
               END-IF
           END-IF
           .
           WRITE RESALE-CERT-RECORD
           CLOSE RESALE-CERT-FILE
           .
      * --- FREQUENT-BUYER NUMBER, ASKED ONCE UP FRONT LIKE THE RESALE
      *     CERTIFICATE: A KEYED NUMBER MUST RESOLVE THROUGH CUSTLKP
      *     TO AN ACTIVE CUSTOMER, AND ZERO (OR F1) RINGS A WALK-IN ---
       GET-CUSTOMER-NUMBER.
           MOVE ZEROS TO SC-CUSTOMER-NO WS-CUSTOMER-NO
           MOVE SPACES TO SC-CUSTOMER-NAME SC-CUSTOMER-MESSAGE
           SET CUSTOMER-NOT-SETTLED TO TRUE
           PERFORM ACCEPT-CUSTOMER-NUMBER UNTIL CUSTOMER-SETTLED
           .
       ACCEPT-CUSTOMER-NUMBER.
           DISPLAY CUSTOMER-ENTRY-SCREEN
           ACCEPT CUSTOMER-ENTRY-SCREEN
           MOVE SPACES TO SC-CUSTOMER-NAME SC-CUSTOMER-MESSAGE
           IF F1-PRESSED OR SC-CUSTOMER-NO = ZEROS
               MOVE ZEROS TO WS-CUSTOMER-NO
               SET CUSTOMER-SETTLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SC-CUSTOMER-NO TO CL-CUSTOMER-NO
           CALL 'CUSTLKP' USING CUSTOMER-LOOKUP-PARAMS
           IF CL-IS-VALID
               MOVE SC-CUSTOMER-NO TO WS-CUSTOMER-NO
               SET CUSTOMER-SETTLED TO TRUE
           ELSE
               MOVE CL-MESSAGE TO SC-CUSTOMER-MESSAGE
           END-IF
           .
      * --- POINTS ON THE TRANSACTION'S NET MERCHANDISE (SALES LESS
      *     RETURNS, TAX NOT COUNTED).  A RESALE-CERTIFICATE DEALER
      *     PURCHASE IS TRADE, NOT RETAIL, AND EARNS NOTHING -----------
       POST-REWARD-POINTS.
           IF SC-RESALE-CERT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NO TO RP-CUSTOMER-NO
           MOVE WS-REWARD-NET  TO RP-NET-AMOUNT
           CALL 'RWDPOST' USING REWARD-POST-PARAMS
           IF RP-NOT-POSTED
               DISPLAY 'REWARD POINTS NOT POSTED -- ' RP-MESSAGE
           END-IF
           .
      * --- OPERATOR PIN GATE: NOBODY POSTS A SALE UNTIL THEIR PIN
      *     RESOLVES TO A STAFF MEMBER, SO THE LEDGER CAN BE STAMPED
      *     WITH WHO RANG IT UP -- PRESS F1 TO ABANDON THE SALE -------
               IF NOT F1-PRESSED
                   MOVE SC-OPERATOR-PIN TO OP-PIN-INPUT
                   CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
                   MOVE SC-STORE-ID TO DC-STORE-ID
                   CALL 'DAYCHK' USING DAY-CHECK-PARAMS
                   PERFORM FIND-SHOW-REGISTER
                   EVALUATE TRUE
                       WHEN OP-PIN-TRAINEE
                           MOVE 'TRAINEE PIN -- USE TRAINING MODE'
                               TO SC-PIN-MESSAGE
                       WHEN NOT OP-IS-VALID
                           MOVE 'INVALID PIN -- TRY AGAIN OR F1 TO EXIT'
                               TO SC-PIN-MESSAGE
      * --- THE STORE KEYED MUST HAVE ITS OWN BUSINESS DAY OPEN ------
                       WHEN DC-DAY-NOT-OPEN
                           MOVE DC-MESSAGE TO SC-PIN-MESSAGE
      * --- A SHOW LAPTOP ONLY RINGS ON THE SHOW DATES, SO NOTHING IS
      *     TAXED AT THE WRONG JURISDICTION'S RATE ---------------------
                       WHEN SHOW-REGISTER-IDLE
                           MOVE 'SHOW REGISTER -- NOT THE SHOW DATES'
                               TO SC-PIN-MESSAGE
                       WHEN OTHER
                           SET OPERATOR-SIGNED-IN TO TRUE
                           MOVE OP-INITIALS-OUT
                               TO WS-OPERATOR-INITIALS
                           MOVE SC-OPERATOR-PIN TO WS-OPERATOR-PIN
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
      * --- AN OPEN SHOW ON SHOWEVT NAMING THE REGISTER KEYED MAKES
      *     THIS A SHOW SALE WHILE TODAY IS INSIDE THE SHOW DATES;
      *     THE SHOP'S OWN DESKS NEVER MATCH ---------------------------
       FIND-SHOW-REGISTER.
           SET RINGING-AT-SHOP TO TRUE
           MOVE 0 TO WS-SHOW-IDLE-SW WS-SE-EOF-SW
           MOVE SPACES TO WS-SHOW-NAME
           MOVE ZEROS TO WS-SHOW-TAX-RATE
           COMPUTE WS-SHOW-AS-OF = 20000000 + SC-DATE-OF-SALE
           OPEN INPUT SHOW-EVENT
           IF WS-SE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-ONE-SHOW-EVENT UNTIL END-OF-SHOW-EVENT
           CLOSE SHOW-EVENT
           .
       MATCH-ONE-SHOW-EVENT.
           READ SHOW-EVENT NEXT RECORD
               AT END
                   SET END-OF-SHOW-EVENT TO TRUE
           END-READ
           IF END-OF-SHOW-EVENT
               EXIT PARAGRAPH
           END-IF
           IF SE-IS-OPEN AND SE-REGISTER-ID = SC-REGISTER-ID
               IF WS-SHOW-AS-OF >= SE-START-DATE
                       AND WS-SHOW-AS-OF <= SE-END-DATE
                   SET RINGING-AT-SHOW TO TRUE
                   MOVE 0 TO WS-SHOW-IDLE-SW
                   MOVE SE-SHOW-NAME TO WS-SHOW-NAME
                   MOVE SE-TAX-RATE  TO WS-SHOW-TAX-RATE
                   SET END-OF-SHOW-EVENT TO TRUE
               ELSE
                   SET SHOW-REGISTER-IDLE TO TRUE
               END-IF
           END-IF
           .
      *-----------------------------------------------------
      * --- COUPON / PROMO CODE, ASKED ONCE AFTER THE LAST ITEM.  A
      *     CODE THAT WILL NOT REDEEM SAYS WHY AND ASKS AGAIN; F1 (OR
      *     A BLANK CODE) GOES ON WITHOUT ONE --------------------------
       GET-COUPON-ENTRY.
           SET NO-COUPON TO TRUE
           IF WS-LINE-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SC-COUPON-CODE SC-COUPON-MESSAGE
           MOVE WS-TRANS-TOTAL-SALE TO SC-TOTAL-SALE
           SET COUPON-ENTRY-NOT-SETTLED TO TRUE
           PERFORM ACCEPT-COUPON-ENTRY UNTIL COUPON-ENTRY-SETTLED
           .
       ACCEPT-COUPON-ENTRY.
           DISPLAY COUPON-ENTRY-SCREEN
           ACCEPT COUPON-ENTRY-SCREEN
           MOVE SPACES TO SC-COUPON-MESSAGE
           IF F1-PRESSED OR SC-COUPON-CODE = SPACES
               SET COUPON-ENTRY-SETTLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-COUPON-CODE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VALIDATE-COUPON
           IF SC-COUPON-MESSAGE = SPACES
               PERFORM APPLY-COUPON-TO-SALE
               SET COUPON-ENTRY-SETTLED TO TRUE
           END-IF
           .
      * --- ON FILE, ACTIVE, INSIDE ITS DATES, NOT USED UP, AND THE
      *     QUALIFYING MERCHANDISE REACHES THE MINIMUM.  A COUPON WITH
      *     A PER-CUSTOMER LIMIT NEEDS A REWARDS NUMBER ON THE SALE SO
      *     THE CPNREDM LOG CAN BE COUNTED.  A SALE WITH A RETURN ON
      *     IT TAKES NO COUPON -- RING THE EXCHANGE AS TWO SALES -------
       VALIDATE-COUPON.
           SET COUPON-NOT-ON-FILE TO TRUE
           OPEN INPUT COUPON-FILE
           IF WS-CP-STATUS = '00'
               MOVE SC-COUPON-CODE TO CP-CODE
               READ COUPON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COUPON-ON-FILE TO TRUE
               END-READ
               CLOSE COUPON-FILE
           END-IF
           IF COUPON-NOT-ON-FILE
               MOVE 'COUPON CODE NOT ON FILE' TO SC-COUPON-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COUPON-AS-OF = 20000000 + SC-DATE-OF-SALE
           MOVE ZEROS TO WS-COUPON-BASE WS-COUPON-LINES
                         WS-COUPON-RETURNS WS-COUPON-BEST-LINE
                         WS-COUPON-LAST-LINE
           PERFORM MARK-ONE-COUPON-LINE
               VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LINE-COUNT
           EVALUATE TRUE
               WHEN NOT CP-IS-ACTIVE
                   MOVE 'COUPON HAS BEEN RETIRED' TO SC-COUPON-MESSAGE
               WHEN WS-COUPON-AS-OF < CP-START-DATE
                   MOVE 'COUPON IS NOT GOOD YET' TO SC-COUPON-MESSAGE
               WHEN CP-END-DATE > ZEROS
                       AND WS-COUPON-AS-OF > CP-END-DATE
                   MOVE 'COUPON HAS EXPIRED' TO SC-COUPON-MESSAGE
               WHEN CP-TOTAL-LIMIT > ZEROS
                       AND CP-TIMES-USED >= CP-TOTAL-LIMIT
                   MOVE 'COUPON HAS BEEN USED UP' TO SC-COUPON-MESSAGE
               WHEN WS-COUPON-RETURNS > ZEROS
                   MOVE 'NO COUPON ON A SALE WITH A RETURN'
                       TO SC-COUPON-MESSAGE
               WHEN WS-COUPON-LINES = ZEROS
                   MOVE 'NOTHING ON THIS SALE QUALIFIES'
                       TO SC-COUPON-MESSAGE
               WHEN WS-COUPON-BASE < CP-MIN-PURCHASE
                   MOVE CP-MIN-PURCHASE TO WS-EDIT-COUPON
                   STRING 'NEEDS ' WS-EDIT-COUPON
                       ' OF QUALIFYING ITEMS' DELIMITED BY SIZE
                       INTO SC-COUPON-MESSAGE
               WHEN CP-PER-CUSTOMER-LIMIT > ZEROS
                       AND WS-CUSTOMER-NO = ZEROS
                   MOVE 'THIS COUPON NEEDS A REWARDS CUSTOMER'
                       TO SC-COUPON-MESSAGE
               WHEN CP-PER-CUSTOMER-LIMIT > ZEROS
                   PERFORM COUNT-CUSTOMER-REDEMPTIONS
                   IF WS-COUPON-CUST-USES >= CP-PER-CUSTOMER-LIMIT
                       MOVE 'CUSTOMER HAS ALREADY USED THIS COUPON'
                           TO SC-COUPON-MESSAGE
                   END-IF
           END-EVALUATE
           .
      * --- A SALE LINE QUALIFIES WHEN THE COUPON NAMES NO CODES AT
      *     ALL, OR NAMES ITS CATEGORY OR THE DEPARTMENT THE CATEGORY
      *     ROLLS UP TO.  SHIPPING AND DELIVERY NEVER QUALIFY ---------
       MARK-ONE-COUPON-LINE.
           MOVE 'N' TO WS-LN-COUPON-QUALIFY(LN-IDX)
           IF WS-LN-TRANS-TYPE(LN-IDX) = 'R'
               ADD 1 TO WS-COUPON-RETURNS
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-SALE-PRICE(LN-IDX) = ZEROS
                   OR WS-LN-CATEGORY(LN-IDX) = WS-SHIP-CATEGORY
                   OR WS-LN-CATEGORY(LN-IDX) = WS-DLVR-CATEGORY
               EXIT PARAGRAPH
           END-IF
           IF CP-ELIGIBLE-CODES = SPACES
               SET LINE-QUALIFIES TO TRUE
           ELSE
               SET LINE-DOES-NOT-QUALIFY TO TRUE
               MOVE WS-LN-CATEGORY(LN-IDX) TO DD-CATEGORY
               CALL 'DEPTLKP' USING DEPT-LOOKUP-PARAMS
               PERFORM MATCH-ONE-ELIGIBLE-CODE
                   VARYING WS-ELIGIBLE-IDX FROM 1 BY 1
                   UNTIL WS-ELIGIBLE-IDX > 5 OR LINE-QUALIFIES
           END-IF
           IF LINE-QUALIFIES
               MOVE 'Y' TO WS-LN-COUPON-QUALIFY(LN-IDX)
               ADD 1 TO WS-COUPON-LINES
               ADD WS-LN-SALE-PRICE(LN-IDX) TO WS-COUPON-BASE
               SET WS-COUPON-LAST-LINE TO LN-IDX
               IF WS-COUPON-BEST-LINE = ZEROS
                   SET WS-COUPON-BEST-LINE TO LN-IDX
               ELSE
                   IF WS-LN-SALE-PRICE(LN-IDX) >
                           WS-LN-SALE-PRICE(WS-COUPON-BEST-LINE)
                       SET WS-COUPON-BEST-LINE TO LN-IDX
                   END-IF
               END-IF
           END-IF
           .
       MATCH-ONE-ELIGIBLE-CODE.
           IF CP-ELIGIBLE(WS-ELIGIBLE-IDX) NOT = SPACES
               IF CP-ELIGIBLE(WS-ELIGIBLE-IDX) = WS-LN-CATEGORY(LN-IDX)
                       OR CP-ELIGIBLE(WS-ELIGIBLE-IDX) = DD-DEPT-CODE
                   SET LINE-QUALIFIES TO TRUE
               END-IF
           END-IF
           .
       COUNT-CUSTOMER-REDEMPTIONS.
           MOVE ZEROS TO WS-COUPON-CUST-USES
           MOVE 0 TO WS-CR-EOF-SW
           OPEN INPUT COUPON-REDEMPTION-LOG
           IF WS-CR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-REDEMPTION-LOG
           PERFORM COUNT-ONE-REDEMPTION UNTIL END-OF-REDEMPTION-LOG
           CLOSE COUPON-REDEMPTION-LOG
           .
       READ-REDEMPTION-LOG.
           READ COUPON-REDEMPTION-LOG NEXT RECORD
               AT END
                   SET END-OF-REDEMPTION-LOG TO TRUE
           END-READ
           .
       COUNT-ONE-REDEMPTION.
           IF CR-COUPON-CODE = CP-CODE
                   AND CR-CUSTOMER-NO = WS-CUSTOMER-NO
               ADD 1 TO WS-COUPON-CUST-USES
           END-IF
           PERFORM READ-REDEMPTION-LOG
           .
      * --- A ONE-ITEM COUPON COMES OFF THE DEAREST QUALIFYING PIECE;
      *     OTHERWISE OFF THE QUALIFYING TOTAL.  A DOLLAR COUPON NEVER
      *     TAKES MORE THAN THE QUALIFYING MERCHANDISE COMES TO --------
       APPLY-COUPON-TO-SALE.
           IF CP-ONE-ITEM-ONLY
               PERFORM KEEP-BEST-COUPON-LINE
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LINE-COUNT
               MOVE 1 TO WS-COUPON-LINES
               MOVE WS-COUPON-BEST-LINE TO WS-COUPON-LAST-LINE
               MOVE WS-LN-SALE-PRICE(WS-COUPON-BEST-LINE)
                   TO WS-COUPON-BASE
           END-IF
           IF CP-IS-PERCENT
               COMPUTE WS-COUPON-TOTAL ROUNDED =
                   WS-COUPON-BASE * CP-PERCENT / 100
           ELSE
               IF CP-AMOUNT > WS-COUPON-BASE
                   MOVE WS-COUPON-BASE TO WS-COUPON-TOTAL
               ELSE
                   MOVE CP-AMOUNT TO WS-COUPON-TOTAL
               END-IF
           END-IF
           MOVE WS-COUPON-TOTAL TO WS-COUPON-LEFT
           MOVE CP-CODE         TO WS-COUPON-CODE
           MOVE CP-ABSORBED-BY  TO WS-COUPON-ABSORBED-BY
           PERFORM TAKE-COUPON-OFF-LINE
               VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LINE-COUNT
           SET COUPON-APPLIED TO TRUE
           .
       KEEP-BEST-COUPON-LINE.
           IF LN-IDX NOT = WS-COUPON-BEST-LINE
               MOVE 'N' TO WS-LN-COUPON-QUALIFY(LN-IDX)
           END-IF
           .
      * --- THE LINE'S SHARE COMES OFF ITS SALE PRICE AND ITS TAX IS
      *     RE-FIGURED ON WHAT IS LEFT.  WHEN THE DEALER ABSORBS THE
      *     COUPON THE COMMISSION IS RE-FIGURED THE SAME WAY THE LINE
      *     WAS PRICED; WHEN THE SHOP ABSORBS IT THE CONSIGNOR KEEPS
      *     THE COMMISSION ON THE PRICE BEFORE THE COUPON --------------
       TAKE-COUPON-OFF-LINE.
           IF WS-LN-COUPON-QUALIFY(LN-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF LN-IDX = WS-COUPON-LAST-LINE
               MOVE WS-COUPON-LEFT TO WS-COUPON-SHARE
           ELSE
               COMPUTE WS-COUPON-SHARE ROUNDED =
                   WS-COUPON-TOTAL * WS-LN-SALE-PRICE(LN-IDX)
                       / WS-COUPON-BASE
               IF WS-COUPON-SHARE > WS-COUPON-LEFT
                   MOVE WS-COUPON-LEFT TO WS-COUPON-SHARE
               END-IF
           END-IF
           IF WS-COUPON-SHARE > WS-LN-SALE-PRICE(LN-IDX)
               MOVE WS-LN-SALE-PRICE(LN-IDX) TO WS-COUPON-SHARE
           END-IF
           SUBTRACT WS-COUPON-SHARE FROM WS-COUPON-LEFT
           SUBTRACT WS-COUPON-SHARE FROM WS-LN-SALE-PRICE(LN-IDX)
                                         WS-TRANS-TOTAL-SALE
                                         WS-REWARD-NET
           MOVE WS-COUPON-CODE        TO WS-LN-COUPON-CODE(LN-IDX)
           MOVE WS-COUPON-SHARE       TO WS-LN-COUPON-AMOUNT(LN-IDX)
           MOVE WS-COUPON-ABSORBED-BY TO WS-LN-COUPON-ABSORB(LN-IDX)
           MOVE WS-LN-SALE-PRICE(LN-IDX) TO SC-SALE-PRICE
           MOVE WS-LN-CATEGORY(LN-IDX)   TO CATEGORY-OF-SALE
           PERFORM CALC-TAX
           SUBTRACT WS-LN-TAX-AMOUNT(LN-IDX) FROM WS-TRANS-TOTAL-TAX
           MOVE SC-TAX-AMOUNT TO WS-LN-TAX-AMOUNT(LN-IDX)
           ADD SC-TAX-AMOUNT TO WS-TRANS-TOTAL-TAX
           IF WS-COUPON-ABSORBED-BY = 'D'
               SUBTRACT WS-LN-COMMISSION(LN-IDX)
                   FROM WS-TRANS-TOTAL-COMMISSION
               PERFORM REFIGURE-LINE-COMMISSION
               ADD WS-LN-COMMISSION(LN-IDX)
                   TO WS-TRANS-TOTAL-COMMISSION
           END-IF
           .
      * --- HOUSE AND SUSPENSE LINES STAY AT ZERO; A MANAGER-OVERRIDE
      *     LINE KEEPS ITS KEYED PERCENT; EVERY OTHER LINE GOES BACK
      *     THROUGH THE COMMCALC TIERS AND THE TENANT-PCT FLOOR --------
       REFIGURE-LINE-COMMISSION.
           EVALUATE TRUE
               WHEN WS-LN-COMMISSION-PLAN(LN-IDX) = 'H'
                       OR WS-LN-COMMISSION-PLAN(LN-IDX) = 'U'
                   CONTINUE
               WHEN WS-LN-OVERRIDE-FLAG(LN-IDX) = 'Y'
                   COMPUTE WS-LN-COMMISSION(LN-IDX) ROUNDED =
                       WS-LN-SALE-PRICE(LN-IDX)
                           * WS-LN-PERCENT(LN-IDX) / 100
               WHEN OTHER
                   MOVE WS-LN-TENANT-ID(LN-IDX) TO SC-TENANT-ID
                   MOVE WS-LN-PERCENT(LN-IDX)   TO SC-PERCENT
                   PERFORM CALC-COMMISSION-FROM-TIERS
                   PERFORM APPLY-TENANT-COMMISSION-PCT
                   MOVE SC-COMMISSION-PLAN TO
                        WS-LN-COMMISSION-PLAN(LN-IDX)
                   MOVE SC-PERCENT         TO WS-LN-PERCENT(LN-IDX)
                   MOVE SC-COMMISSION      TO WS-LN-COMMISSION(LN-IDX)
           END-EVALUATE
           .
      * --- AFTER THE ROWS ARE SAVED: ONE MORE USE ON THE COUPON AND
      *     A CPNREDM ROW FOR THE PER-CUSTOMER COUNT -------------------
       RECORD-COUPON-REDEMPTION.
           OPEN I-O COUPON-FILE
           IF WS-CP-STATUS = '00'
               MOVE WS-COUPON-CODE TO CP-CODE
               READ COUPON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CP-TIMES-USED
                       REWRITE COUPON-RECORD
               END-READ
               CLOSE COUPON-FILE
           END-IF
           MOVE WS-COUPON-CODE        TO CR-COUPON-CODE
           MOVE WS-CUSTOMER-NO        TO CR-CUSTOMER-NO
           MOVE WS-RECEIPT-NO         TO CR-RECEIPT-NO
           COMPUTE CR-DATE = 20000000 + SC-DATE-OF-SALE
           MOVE WS-COUPON-TOTAL       TO CR-DISCOUNT
           MOVE WS-COUPON-LINES       TO CR-LINES
           MOVE WS-COUPON-ABSORBED-BY TO CR-ABSORBED-BY
           MOVE WS-OPERATOR-INITIALS  TO CR-OPERATOR-ID
           MOVE SC-STORE-ID           TO CR-STORE-ID
           OPEN EXTEND COUPON-REDEMPTION-LOG
           IF WS-CR-STATUS = '05' OR WS-CR-STATUS = '35'
               OPEN OUTPUT COUPON-REDEMPTION-LOG
               CLOSE COUPON-REDEMPTION-LOG
               OPEN EXTEND COUPON-REDEMPTION-LOG
           END-IF
           WRITE COUPON-REDEMPTION-RECORD
           CLOSE COUPON-REDEMPTION-LOG
           .
      *-----------------------------------------------------
      * --- SHIP-TO, ASKED ONCE AFTER THE LAST ITEM WHEN THE SALE HAS
      *     MERCHANDISE GOING OUT: A PHONE OR OUT-OF-TOWN BUYER'S
      *     ADDRESS AND THE SHIPPING AND HANDLING CHARGE.  F1 (OR A
      *     BLANK NAME) IS AN ORDINARY CARRY-OUT SALE -----------------
       GET-SHIP-TO-ENTRY.
           SET CARRY-OUT-SALE TO TRUE
           MOVE ZEROS TO WS-SHIP-ITEM-COUNT WS-SHIP-TAX
           PERFORM COUNT-ONE-SHIPPED-ITEM
               VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LINE-COUNT
           IF WS-SHIP-ITEM-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SC-SHIP-NAME SC-SHIP-ADDRESS-1
                          SC-SHIP-ADDRESS-2 SC-SHIP-CITY SC-SHIP-STATE
                          SC-SHIP-POSTAL-CODE SC-SHIP-PHONE
                          SC-SHIP-MESSAGE
           MOVE ZEROS TO SC-SHIP-CHARGE
           IF WS-CUSTOMER-NO > ZEROS
               MOVE CL-NAME-OUT  TO SC-SHIP-NAME
               MOVE CL-PHONE-OUT TO SC-SHIP-PHONE
           END-IF
           SET SHIP-ENTRY-NOT-SETTLED TO TRUE
           PERFORM ACCEPT-SHIP-TO-ENTRY UNTIL SHIP-ENTRY-SETTLED
           IF SHIP-THIS-SALE
               PERFORM LOAD-SHIP-TAX-TABLE
               PERFORM CALC-SHIP-TAX
               IF SC-SHIP-CHARGE > ZEROS
                   PERFORM ADD-SHIPPING-LINE
               END-IF
           END-IF
           .
       COUNT-ONE-SHIPPED-ITEM.
           IF WS-LN-TRANS-TYPE(LN-IDX) NOT = 'R'
               ADD 1 TO WS-SHIP-ITEM-COUNT
           END-IF
           .
       ACCEPT-SHIP-TO-ENTRY.
           DISPLAY SHIP-TO-SCREEN
           ACCEPT SHIP-TO-SCREEN
           MOVE SPACES TO SC-SHIP-MESSAGE
           IF F1-PRESSED OR SC-SHIP-NAME = SPACES
               SET CARRY-OUT-SALE TO TRUE
               SET SHIP-ENTRY-SETTLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-SHIP-STATE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN SC-SHIP-ADDRESS-1 = SPACES
                   MOVE 'SHIP-TO ADDRESS IS REQUIRED'
                       TO SC-SHIP-MESSAGE
               WHEN SC-SHIP-CITY = SPACES
                   MOVE 'SHIP-TO CITY IS REQUIRED' TO SC-SHIP-MESSAGE
               WHEN SC-SHIP-POSTAL-CODE = SPACES
                   MOVE 'SHIP-TO ZIP IS REQUIRED' TO SC-SHIP-MESSAGE
               WHEN OTHER
                   MOVE SC-SHIP-STATE TO SL-ABBREV
                   CALL 'STATELKP' USING STATE-LOOKUP-PARAMS
                   IF SL-NOT-VALID
                       MOVE 'INVALID STATE ABBREVIATION'
                           TO SC-SHIP-MESSAGE
                   ELSE
                       SET SHIP-THIS-SALE TO TRUE
                       SET SHIP-ENTRY-SETTLED TO TRUE
                   END-IF
           END-EVALUATE
           .
      * --- THE SHIPPING CHARGE IS HOUSE MONEY, NOT MERCHANDISE: IT
      *     GOES ON ITS OWN LEDGER ROW AGAINST TENANT ZERO WITH NO
      *     COMMISSION, SO NO CONSIGNOR'S BASE EVER SEES IT, AND IT
      *     EARNS NO REWARD POINTS -------------------------------------
       ADD-SHIPPING-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS            TO WS-LN-TENANT-ID(WS-LINE-COUNT)
           MOVE WS-SHIP-CATEGORY TO WS-LN-CATEGORY(WS-LINE-COUNT)
           MOVE SC-SHIP-CHARGE   TO WS-LN-FULL-PRICE(WS-LINE-COUNT)
           MOVE ZEROS            TO
                WS-LN-DISCOUNT-PERCENT(WS-LINE-COUNT)
           MOVE SC-SHIP-CHARGE   TO WS-LN-SALE-PRICE(WS-LINE-COUNT)
           MOVE 'H'              TO
                WS-LN-COMMISSION-PLAN(WS-LINE-COUNT)
           MOVE ZEROS            TO WS-LN-PERCENT(WS-LINE-COUNT)
           MOVE ZEROS            TO WS-LN-COMMISSION(WS-LINE-COUNT)
           MOVE SPACE            TO WS-LN-GROUP-ID(WS-LINE-COUNT)
           MOVE 'S'              TO WS-LN-TRANS-TYPE(WS-LINE-COUNT)
           MOVE 'N'              TO
                WS-LN-OVERRIDE-FLAG(WS-LINE-COUNT)
           MOVE SPACES           TO
                WS-LN-OVERRIDE-MGR-ID(WS-LINE-COUNT)
           MOVE WS-OPERATOR-INITIALS TO
                WS-LN-OPERATOR-ID(WS-LINE-COUNT)
           MOVE WS-SHIP-TAX      TO WS-LN-TAX-AMOUNT(WS-LINE-COUNT)
           MOVE SPACES           TO WS-LN-SKU(WS-LINE-COUNT)
           MOVE SPACE            TO WS-LN-SOURCE-FLAG(WS-LINE-COUNT)
           MOVE ZEROS            TO
                WS-LN-DISC-LIMIT-PCT(WS-LINE-COUNT)
           MOVE SPACES           TO
                WS-LN-DEALER-APPROVER(WS-LINE-COUNT)
           MOVE 'N'              TO
                WS-LN-COUPON-QUALIFY(WS-LINE-COUNT)
           MOVE SPACES           TO WS-LN-COUPON-CODE(WS-LINE-COUNT)
           MOVE ZEROS            TO
                WS-LN-COUPON-AMOUNT(WS-LINE-COUNT)
           MOVE SPACE            TO
                WS-LN-COUPON-ABSORB(WS-LINE-COUNT)
           ADD SC-SHIP-CHARGE TO WS-TRANS-TOTAL-SALE
           ADD WS-SHIP-TAX    TO WS-TRANS-TOTAL-TAX
           .
      * --- TAX ON SHIPPING ONLY WHERE THE DESTINATION STATE'S ROW ON
      *     SHIPTAX SAYS SO; A STATE WITH NO ROW IS NOT TAXED, AND A
      *     RESALE-CERTIFICATE SALE IS EXEMPT HERE TOO -----------------
       CALC-SHIP-TAX.
           MOVE ZEROS TO WS-SHIP-TAX
           IF SC-RESALE-CERT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SC-SHIP-STATE TO WS-SX-LOOK-STATE
           PERFORM FIND-SHIP-TAX-STATE
           IF SHIP-STATE-FOUND
               IF WS-SX-TAXABLE(SX-IDX) = 'Y'
                   COMPUTE WS-SHIP-TAX ROUNDED =
                       SC-SHIP-CHARGE * WS-SX-RATE(SX-IDX) / 100
               END-IF
           END-IF
           .
       FIND-SHIP-TAX-STATE.
           SET SHIP-STATE-NOT-FOUND TO TRUE
           SET SX-IDX TO 1
           PERFORM SCAN-SHIP-TAX-TABLE
               UNTIL SX-IDX > WS-SX-COUNT OR SHIP-STATE-FOUND
           .
       SCAN-SHIP-TAX-TABLE.
           IF WS-SX-STATE(SX-IDX) = WS-SX-LOOK-STATE
               SET SHIP-STATE-FOUND TO TRUE
           ELSE
               SET SX-IDX UP BY 1
           END-IF
           .
       LOAD-SHIP-TAX-TABLE.
           MOVE ZEROS TO WS-SX-COUNT
           SET WS-SX-EOF-SW TO 0
           OPEN INPUT SHIP-TAX-TABLE
           IF WS-SX-STATUS = '35'
               PERFORM SEED-SHIP-TAX-TABLE
               OPEN INPUT SHIP-TAX-TABLE
           END-IF
           IF WS-SX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SHIP-TAX-TABLE
           PERFORM STORE-SHIP-TAX-ENTRY UNTIL END-OF-SHIP-TAX-TABLE
           CLOSE SHIP-TAX-TABLE
           .
       READ-SHIP-TAX-TABLE.
           READ SHIP-TAX-TABLE NEXT RECORD
               AT END
                   SET END-OF-SHIP-TAX-TABLE TO TRUE
           END-READ
           .
       STORE-SHIP-TAX-ENTRY.
           IF WS-SX-COUNT < 60
               ADD 1 TO WS-SX-COUNT
               MOVE SX-STATE        TO WS-SX-STATE(WS-SX-COUNT)
               MOVE SX-TAX-RATE     TO WS-SX-RATE(WS-SX-COUNT)
               MOVE SX-TAXABLE-FLAG TO WS-SX-TAXABLE(WS-SX-COUNT)
           END-IF
           PERFORM READ-SHIP-TAX-TABLE
           .
      * --- FIRST RUN: THE TABLE STARTS EMPTY, SO NO STATE IS TAXED ON
      *     SHIPPING UNTIL THE OFFICE KEYS THE STATES THAT REQUIRE IT
      *     IN TBLMNT --------------------------------------------------
       SEED-SHIP-TAX-TABLE.
           OPEN OUTPUT SHIP-TAX-TABLE
           CLOSE SHIP-TAX-TABLE
           .
      * --- DELIVERY, ASKED ONCE AFTER THE SHIP-TO STEP WHEN THE SALE
      *     IS NOT BEING SHIPPED: THE ADDRESS COMES OFF THE CUSTOMER
      *     MASTER WHEN THE BUYER GAVE A NUMBER, THE FEE STARTS AT THE
      *     DLVRPOL STANDARD, AND THE DAY MUST STILL HAVE ROOM ON THE
      *     TRUCK.  F1 (OR A BLANK NAME) IS AN ORDINARY CARRY-OUT -----
       GET-DELIVERY-ENTRY.
           SET NO-DELIVERY TO TRUE
           MOVE ZEROS TO WS-DLVR-TAX
           IF WS-SHIP-ITEM-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO DK-DELIVERY-DATE
           CALL 'DLVRCHK' USING DELIVERY-CHECK-PARAMS
           MOVE SPACES TO SC-DLVR-NAME SC-DLVR-ADDRESS SC-DLVR-CITY
                          SC-DLVR-STATE SC-DLVR-POSTAL-CODE
                          SC-DLVR-PHONE SC-DLVR-MESSAGE
           MOVE ZEROS TO SC-DLVR-DATE
           MOVE DK-STANDARD-FEE TO SC-DLVR-FEE
           MOVE DK-DAILY-CAP    TO SC-DLVR-CAP
           IF WS-CUSTOMER-NO > ZEROS
               MOVE CL-NAME-OUT        TO SC-DLVR-NAME
               MOVE CL-ADDRESS-OUT     TO SC-DLVR-ADDRESS
               MOVE CL-CITY-OUT        TO SC-DLVR-CITY
               MOVE CL-STATE-OUT       TO SC-DLVR-STATE
               MOVE CL-POSTAL-CODE-OUT TO SC-DLVR-POSTAL-CODE
               MOVE CL-PHONE-OUT       TO SC-DLVR-PHONE
           END-IF
           SET DLVR-ENTRY-NOT-SETTLED TO TRUE
           PERFORM ACCEPT-DELIVERY-ENTRY UNTIL DLVR-ENTRY-SETTLED
           IF DELIVER-THIS-SALE
               PERFORM LOAD-SHIP-TAX-TABLE
               PERFORM CALC-DELIVERY-TAX
               IF SC-DLVR-FEE > ZEROS
                   PERFORM ADD-DELIVERY-LINE
               END-IF
           END-IF
           .
       ACCEPT-DELIVERY-ENTRY.
           DISPLAY DELIVERY-SCREEN
           ACCEPT DELIVERY-SCREEN
           MOVE SPACES TO SC-DLVR-MESSAGE
           IF F1-PRESSED OR SC-DLVR-NAME = SPACES
               SET NO-DELIVERY TO TRUE
               SET DLVR-ENTRY-SETTLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-DLVR-STATE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SC-DLVR-DATE TO WS-DLVR-MMDDYYYY
           MOVE WS-DLVR-YYYY TO WS-DLVR-ISO(1:4)
           MOVE WS-DLVR-MM   TO WS-DLVR-ISO(5:2)
           MOVE WS-DLVR-DD   TO WS-DLVR-ISO(7:2)
           MOVE SC-DLVR-STATE TO SL-ABBREV
           CALL 'STATELKP' USING STATE-LOOKUP-PARAMS
           EVALUATE TRUE
               WHEN SC-DLVR-ADDRESS = SPACES
                   MOVE 'DELIVERY ADDRESS IS REQUIRED'
                       TO SC-DLVR-MESSAGE
               WHEN SC-DLVR-CITY = SPACES
                   MOVE 'DELIVERY CITY IS REQUIRED' TO SC-DLVR-MESSAGE
               WHEN SL-NOT-VALID
                   MOVE 'INVALID STATE ABBREVIATION'
                       TO SC-DLVR-MESSAGE
               WHEN SC-DLVR-PHONE = SPACES
                   MOVE 'A PHONE NUMBER FOR THE CREW IS REQUIRED'
                       TO SC-DLVR-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DLVR-ISO)
                       NOT = ZEROS
                   MOVE 'DELIVERY DATE MUST BE MM/DD/YYYY'
                       TO SC-DLVR-MESSAGE
               WHEN OTHER
                   PERFORM CHECK-DELIVERY-DAY
           END-EVALUATE
           .
      * --- NOT A DAY ALREADY GONE, AND NOT A DAY THE TRUCK IS FULL ----
       CHECK-DELIVERY-DAY.
           COMPUTE WS-DLVR-INT = FUNCTION INTEGER-OF-DATE(WS-DLVR-ISO)
           IF WS-DLVR-INT < WS-TODAY-INT
               MOVE 'DELIVERY DATE IS ALREADY PAST'
                   TO SC-DLVR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DLVR-ISO TO DK-DELIVERY-DATE
           CALL 'DLVRCHK' USING DELIVERY-CHECK-PARAMS
           IF DK-DAY-IS-FULL
               MOVE DK-MESSAGE TO SC-DLVR-MESSAGE
           ELSE
               SET DELIVER-THIS-SALE TO TRUE
               SET DLVR-ENTRY-SETTLED TO TRUE
           END-IF
           .
      * --- THE DELIVERY FEE IS HOUSE MONEY LIKE THE SHIPPING CHARGE:
      *     ITS OWN LEDGER ROW AGAINST TENANT ZERO WITH NO COMMISSION,
      *     SO NO CONSIGNOR'S BASE EVER SEES IT, AND GLPOST CREDITS IT
      *     TO DELIVERY INCOME -----------------------------------------
       ADD-DELIVERY-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS            TO WS-LN-TENANT-ID(WS-LINE-COUNT)
           MOVE WS-DLVR-CATEGORY TO WS-LN-CATEGORY(WS-LINE-COUNT)
           MOVE SC-DLVR-FEE      TO WS-LN-FULL-PRICE(WS-LINE-COUNT)
           MOVE ZEROS            TO
                WS-LN-DISCOUNT-PERCENT(WS-LINE-COUNT)
           MOVE SC-DLVR-FEE      TO WS-LN-SALE-PRICE(WS-LINE-COUNT)
           MOVE 'H'              TO
                WS-LN-COMMISSION-PLAN(WS-LINE-COUNT)
           MOVE ZEROS            TO WS-LN-PERCENT(WS-LINE-COUNT)
           MOVE ZEROS            TO WS-LN-COMMISSION(WS-LINE-COUNT)
           MOVE SPACE            TO WS-LN-GROUP-ID(WS-LINE-COUNT)
           MOVE 'S'              TO WS-LN-TRANS-TYPE(WS-LINE-COUNT)
           MOVE 'N'              TO
                WS-LN-OVERRIDE-FLAG(WS-LINE-COUNT)
           MOVE SPACES           TO
                WS-LN-OVERRIDE-MGR-ID(WS-LINE-COUNT)
           MOVE WS-OPERATOR-INITIALS TO
                WS-LN-OPERATOR-ID(WS-LINE-COUNT)
           MOVE WS-DLVR-TAX      TO WS-LN-TAX-AMOUNT(WS-LINE-COUNT)
           MOVE SPACES           TO WS-LN-SKU(WS-LINE-COUNT)
           MOVE SPACE            TO WS-LN-SOURCE-FLAG(WS-LINE-COUNT)
           MOVE ZEROS            TO
                WS-LN-DISC-LIMIT-PCT(WS-LINE-COUNT)
           MOVE SPACES           TO
                WS-LN-DEALER-APPROVER(WS-LINE-COUNT)
           MOVE 'N'              TO
                WS-LN-COUPON-QUALIFY(WS-LINE-COUNT)
           MOVE SPACES           TO WS-LN-COUPON-CODE(WS-LINE-COUNT)
           MOVE ZEROS            TO
                WS-LN-COUPON-AMOUNT(WS-LINE-COUNT)
           MOVE SPACE            TO
                WS-LN-COUPON-ABSORB(WS-LINE-COUNT)
           ADD SC-DLVR-FEE TO WS-TRANS-TOTAL-SALE
           ADD WS-DLVR-TAX TO WS-TRANS-TOTAL-TAX
           .
      * --- A STATE THAT TAXES SHIPPING CHARGES TAXES THE DELIVERY FEE
      *     THE SAME WAY; A RESALE-CERTIFICATE SALE IS EXEMPT ---------
       CALC-DELIVERY-TAX.
           MOVE ZEROS TO WS-DLVR-TAX
           IF SC-RESALE-CERT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SC-DLVR-STATE TO WS-SX-LOOK-STATE
           PERFORM FIND-SHIP-TAX-STATE
           IF SHIP-STATE-FOUND
               IF WS-SX-TAXABLE(SX-IDX) = 'Y'
                   COMPUTE WS-DLVR-TAX ROUNDED =
                       SC-DLVR-FEE * WS-SX-RATE(SX-IDX) / 100
               END-IF
           END-IF
           .
      * --- THE SALE GOES ON THE DELIVERY CALENDAR UNDER ITS RECEIPT
      *     NUMBER WITH EVERY PIECE GOING OUT, SO THE ROUTE SHEET CAN
      *     SEND THE CREW TO THE RIGHT BOOTH FOR EACH ONE -------------
       BOOK-DELIVERY.
           OPEN I-O DELIVERY-QUEUE
           IF WS-DQ-STATUS = '35'
               OPEN OUTPUT DELIVERY-QUEUE
               CLOSE DELIVERY-QUEUE
               OPEN I-O DELIVERY-QUEUE
           END-IF
           IF WS-DQ-STATUS NOT = '00'
               DISPLAY 'DELIVERY CALENDAR UNAVAILABLE -- RECEIPT '
                       WS-RECEIPT-NO ' NOT BOOKED'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DELIVERY-QUEUE-RECORD
           MOVE WS-RECEIPT-NO       TO DQ-RECEIPT-NO
           MOVE WS-DLVR-ISO         TO DQ-DELIVERY-DATE
           MOVE SC-DATE-OF-SALE     TO DQ-DATE-OF-SALE
           MOVE WS-CUSTOMER-NO      TO DQ-CUSTOMER-NO
           MOVE SC-DLVR-NAME        TO DQ-CUSTOMER-NAME
           MOVE SC-DLVR-ADDRESS     TO DQ-ADDRESS-LINE
           MOVE SC-DLVR-CITY        TO DQ-CITY
           MOVE SC-DLVR-STATE       TO DQ-STATE
           MOVE SC-DLVR-POSTAL-CODE TO DQ-POSTAL-CODE
           MOVE SC-DLVR-PHONE       TO DQ-PHONE
           MOVE SC-DLVR-FEE         TO DQ-DELIVERY-FEE
           MOVE WS-DLVR-TAX         TO DQ-FEE-TAX
           MOVE WS-OPERATOR-INITIALS TO DQ-SOLD-BY
           SET DQ-IS-BOOKED         TO TRUE
           MOVE ZEROS               TO DQ-DELIVERED-DATE DQ-ITEM-COUNT
           SET DLVR-SKU-FILE-CLOSED TO TRUE
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '00'
               SET DLVR-SKU-FILE-OPEN TO TRUE
           END-IF
           PERFORM LIST-ONE-DELIVERED-PIECE
               VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LINE-COUNT
           IF DLVR-SKU-FILE-OPEN
               CLOSE ITEM-SKU
           END-IF
           WRITE DELIVERY-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'DELIVERY ALREADY BOOKED -- RECEIPT '
                           DQ-RECEIPT-NO
           END-WRITE
           CLOSE DELIVERY-QUEUE
           .
      * --- RETURNS AND THE FEE ROW ARE NOT ON THE TRUCK ---------------
       LIST-ONE-DELIVERED-PIECE.
           IF WS-LN-TRANS-TYPE(LN-IDX) = 'R'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-CATEGORY(LN-IDX) = WS-DLVR-CATEGORY
                   AND WS-LN-SKU(LN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DQ-ITEM-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DQ-ITEM-COUNT
           MOVE DQ-ITEM-COUNT TO WS-DLVR-ITEM
           MOVE WS-LN-SKU(LN-IDX) TO DQ-ITEM-SKU(WS-DLVR-ITEM)
           MOVE WS-LN-TENANT-ID(LN-IDX)
               TO DQ-ITEM-TENANT-ID(WS-DLVR-ITEM)
           MOVE SPACES TO DQ-ITEM-BOOTH(WS-DLVR-ITEM)
           MOVE WS-LN-CATEGORY(LN-IDX)
               TO DQ-ITEM-DESCRIPTION(WS-DLVR-ITEM)
           IF WS-LN-SKU(LN-IDX) NOT = SPACES AND DLVR-SKU-FILE-OPEN
               MOVE WS-LN-SKU(LN-IDX) TO IS-SKU
               READ ITEM-SKU
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-IS-STATUS = '00'
                   MOVE IS-BOOTH-LOCATION
                       TO DQ-ITEM-BOOTH(WS-DLVR-ITEM)
                   MOVE IS-DESCRIPTION
                       TO DQ-ITEM-DESCRIPTION(WS-DLVR-ITEM)
               END-IF
           END-IF
           .
      * --- THE SALE JOINS THE TO-BE-SHIPPED QUEUE UNDER ITS RECEIPT
      *     NUMBER (THE PROVISIONAL ONE IF THE REGISTER IS OFFLINE,
      *     WHICH IS ALSO THE NUMBER ON THE PACKING SLIP) -------------
       QUEUE-SHIPMENT.
           OPEN I-O SHIP-QUEUE
           IF WS-SQ-STATUS = '35'
               OPEN OUTPUT SHIP-QUEUE
               CLOSE SHIP-QUEUE
               OPEN I-O SHIP-QUEUE
           END-IF
           IF WS-SQ-STATUS NOT = '00'
               DISPLAY 'SHIP QUEUE UNAVAILABLE -- RECEIPT '
                       WS-RECEIPT-NO ' NOT QUEUED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-NO       TO SQ-RECEIPT-NO
           MOVE SC-DATE-OF-SALE     TO SQ-DATE-OF-SALE
           MOVE WS-CUSTOMER-NO      TO SQ-CUSTOMER-NO
           MOVE SC-SHIP-NAME        TO SQ-SHIP-NAME
           MOVE SC-SHIP-ADDRESS-1   TO SQ-ADDRESS-1
           MOVE SC-SHIP-ADDRESS-2   TO SQ-ADDRESS-2
           MOVE SC-SHIP-CITY        TO SQ-CITY
           MOVE SC-SHIP-STATE       TO SQ-STATE
           MOVE SC-SHIP-POSTAL-CODE TO SQ-POSTAL-CODE
           MOVE SC-SHIP-PHONE       TO SQ-PHONE
           MOVE WS-SHIP-ITEM-COUNT  TO SQ-ITEM-COUNT
           MOVE SC-SHIP-CHARGE      TO SQ-SHIP-CHARGE
           MOVE WS-SHIP-TAX         TO SQ-SHIP-TAX
           MOVE WS-OPERATOR-INITIALS TO SQ-SOLD-BY
           SET SQ-IS-WAITING        TO TRUE
           MOVE SPACES              TO SQ-CARRIER SQ-TRACKING-NO
                                       SQ-SHIPPED-BY
           MOVE ZEROS               TO SQ-SHIPPED-DATE
           WRITE SHIP-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'SHIP QUEUE ROW ALREADY ON FILE -- RECEIPT '
                           SQ-RECEIPT-NO
           END-WRITE
           CLOSE SHIP-QUEUE
           .
      * --- THE PACKING SLIP GOES IN THE PARCEL: WHERE IT IS GOING AND
      *     WHAT IS IN IT, NO PRICES.  SPOOLED SO A LOST ONE CAN BE
      *     REPRINTED FROM SPOOLVW -------------------------------------
       PRINT-PACKING-SLIP.
           SET SP-OP-OPEN TO TRUE
           MOVE 'PACKSLIP' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE 'DARLENE''S TREASURES - PACKING SLIP' TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           STRING 'RECEIPT NO: ' WS-RECEIPT-NO
               '   DATE: ' SC-DATE-OF-SALE DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           STRING 'SHIP TO:  ' SC-SHIP-NAME DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           STRING '          ' SC-SHIP-ADDRESS-1 DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           IF SC-SHIP-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO WS-SLIP-LINE
               STRING '          ' SC-SHIP-ADDRESS-2 DELIMITED BY SIZE
                   INTO WS-SLIP-LINE
               PERFORM EMIT-SLIP-LINE
           END-IF
           MOVE SPACES TO WS-SLIP-LINE
           STRING '          ' FUNCTION TRIM(SC-SHIP-CITY) ', '
               SC-SHIP-STATE '  ' SC-SHIP-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           IF SC-SHIP-PHONE NOT = SPACES
               MOVE SPACES TO WS-SLIP-LINE
               STRING 'PHONE:    ' SC-SHIP-PHONE DELIMITED BY SIZE
                   INTO WS-SLIP-LINE
               PERFORM EMIT-SLIP-LINE
           END-IF
           MOVE SPACES TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'SKU           CATG  DESCRIPTION' TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           PERFORM PRINT-ONE-SLIP-ITEM
               VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LINE-COUNT
           MOVE WS-SHIP-ITEM-COUNT TO WS-EDIT-SLIP-COUNT
           MOVE SPACES TO WS-SLIP-LINE
           STRING 'ITEMS IN THIS PARCEL: ' WS-EDIT-SLIP-COUNT
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           STRING 'SOLD BY: ' WS-OPERATOR-INITIALS
               '   PACKED BY: ____' DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE 'THANK YOU FOR SHOPPING WITH US' TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      * --- ONE LINE PER PIECE GOING OUT: RETURNS AND THE SHIPPING ROW
      *     ITSELF ARE NOT IN THE BOX.  A TAGGED PIECE SHOWS ITS
      *     ITEMSKU DESCRIPTION ----------------------------------------
       PRINT-ONE-SLIP-ITEM.
           IF WS-LN-TRANS-TYPE(LN-IDX) = 'R'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-CATEGORY(LN-IDX) = WS-SHIP-CATEGORY
                   AND WS-LN-SKU(LN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SLIP-DESC
           IF WS-LN-SKU(LN-IDX) NOT = SPACES
               OPEN INPUT ITEM-SKU
               IF WS-IS-STATUS = '00'
                   MOVE WS-LN-SKU(LN-IDX) TO IS-SKU
                   READ ITEM-SKU
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-IS-STATUS = '00'
                       MOVE IS-DESCRIPTION TO WS-SLIP-DESC
                   END-IF
                   CLOSE ITEM-SKU
               END-IF
           END-IF
           MOVE SPACES TO WS-SLIP-LINE
           STRING WS-LN-SKU(LN-IDX) '  ' WS-LN-CATEGORY(LN-IDX)
               '  ' WS-SLIP-DESC DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           .
       EMIT-SLIP-LINE.
           SET SP-OP-LINE TO TRUE
           MOVE WS-SLIP-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      *-----------------------------------------------------
       RUN-BATCH-MODE.
                      SC-COMMISSION SC-MESSAGE SC-ORIG-RECEIPT
                      SC-OVERRIDE SC-OVERRIDE-PLAN
                      SC-OVERRIDE-PERCENT SC-OVERRIDE-MGR-ID
                      SC-ASKED-DISC-PCT SC-DEALER-APPROVER
           SET ITEM-NOT-FIRM-PRICE TO TRUE
           SET DISC-WITHIN-LIMIT TO TRUE
           MOVE ZEROS TO WS-DEALER-LIMIT-PCT
           IF BI-TRANS-TYPE NOT = SPACE
               MOVE BI-TRANS-TYPE TO SC-TRANS-TYPE
           END-IF
                      SC-COMMISSION SC-MESSAGE SC-ORIG-RECEIPT
                      SC-OVERRIDE SC-OVERRIDE-PLAN
                      SC-OVERRIDE-PERCENT SC-OVERRIDE-MGR-ID
                      SC-ASKED-DISC-PCT SC-DEALER-APPROVER
           SET ITEM-NOT-FIRM-PRICE TO TRUE
           SET DISC-WITHIN-LIMIT TO TRUE
           MOVE ZEROS TO WS-DEALER-LIMIT-PCT

           DISPLAY SKU-ENTRY-SCREEN
           ACCEPT SKU-ENTRY-SCREEN
      *-----------------------------------------------------
       PROCESS-ONE-LINE-ITEM.
           SET POLICY-NOT-BLOCKED TO TRUE
           MOVE SPACES TO WS-ORIG-COUPON-CODE WS-ORIG-COUPON-ABSORB
           MOVE ZEROS  TO WS-ORIG-COUPON-AMOUNT
           IF TRANS-RETURN
               PERFORM PROCESS-RETURN-SALE
      * --- A RETURN THE POLICY (OR THE MISSING SECOND PIN) BLOCKED
               END-IF
           ELSE
               PERFORM CALC-DISCOUNT
               PERFORM APPLY-NEGOTIATED-DISCOUNT
      * --- TENANT ZERO IS HOUSE (SHOP-OWNED) STOCK: THERE IS NO
      *     CONSIGNOR TO PAY, SO COMMISSION IS SKIPPED OUTRIGHT AND
      *     THE ROW IS PLAN 'H' FOR THE MARGIN REPORT ------------------
               END-IF
               END-IF
           END-IF
      * --- A RETURN REFUNDS THE TAX THE ORIGINAL ROW ACTUALLY CARRIED,
      *     WHATEVER THE RATE IS TODAY ---------------------------------
           IF TRANS-RETURN AND ORIGINAL-SALE-FOUND
                   AND ORIGINAL-TAX-KNOWN
               MOVE WS-ORIG-TAX-AMOUNT TO SC-TAX-AMOUNT
           ELSE
               PERFORM CALC-TAX
           END-IF
           PERFORM SPLIT-NAME
           PERFORM STORE-LINE-ITEM
           PERFORM ADD-LINE-TO-TRANSACTION-TOTAL
           ELSE
               MOVE SPACE TO WS-LN-SOURCE-FLAG(WS-LINE-COUNT)
           END-IF
           MOVE WS-DEALER-LIMIT-PCT  TO
                WS-LN-DISC-LIMIT-PCT(WS-LINE-COUNT)
           IF DISC-OVER-LIMIT AND TRANS-SALE
               MOVE SC-DEALER-APPROVER TO
                    WS-LN-DEALER-APPROVER(WS-LINE-COUNT)
           ELSE
               MOVE SPACES TO WS-LN-DEALER-APPROVER(WS-LINE-COUNT)
           END-IF
           MOVE 'N'                  TO
                WS-LN-COUPON-QUALIFY(WS-LINE-COUNT)
           MOVE WS-ORIG-COUPON-CODE  TO
                WS-LN-COUPON-CODE(WS-LINE-COUNT)
           MOVE WS-ORIG-COUPON-AMOUNT TO
                WS-LN-COUPON-AMOUNT(WS-LINE-COUNT)
           MOVE WS-ORIG-COUPON-ABSORB TO
                WS-LN-COUPON-ABSORB(WS-LINE-COUNT)
           .
      *-----------------------------------------------------
       ADD-LINE-TO-TRANSACTION-TOTAL.
      * --- WHAT A STORE-CREDIT REFUND WOULD HAVE TO COVER ------------
               ADD SC-SALE-PRICE TO WS-REFUND-TOTAL
               ADD SC-TAX-AMOUNT TO WS-REFUND-TOTAL
               SUBTRACT SC-SALE-PRICE FROM WS-REWARD-NET
           ELSE
               ADD SC-SALE-PRICE TO WS-REWARD-NET
               ADD SC-SALE-PRICE TO WS-TRANS-TOTAL-SALE
               ADD SC-TAX-AMOUNT TO WS-TRANS-TOTAL-TAX
               ADD SC-COMMISSION TO WS-TRANS-TOTAL-COMMISSION
                   IF IS-TENANT-ID = ZEROS
                       MOVE 'House' TO SC-NAME
                   END-IF
                   IF IS-IS-FIRM-PRICE
                       SET ITEM-IS-FIRM-PRICE TO TRUE
                   END-IF
      * --- ANY SKU NOT ON THE FLOOR (SOLD, HELD, WRITTEN OFF, OR
      *     WAITING FOR PICKUP) IS THE DOUBLE-RING CASE -- WARN THE
      *     OPERATOR UP FRONT; BLANK-STATUS ROWS PREDATE TRACKING ------
                   EVALUATE TRUE
      * --- THE SHOW REGISTER SELLS WHAT WENT OUT IN THE VAN; THE
      *     SHOP'S DESKS DO NOT SELL WHAT IS AWAY AT A SHOW ------------
                       WHEN TRANS-SALE AND RINGING-AT-SHOW
                               AND (IS-IS-AVAILABLE
                                    OR IS-STATUS = SPACE)
                           MOVE 'SKU WAS NOT CHECKED OUT TO THE SHOW'
                               TO SC-MESSAGE
                       WHEN IS-IS-AVAILABLE OR IS-STATUS = SPACE
                           CONTINUE
                       WHEN IS-IS-AT-SHOW AND RINGING-AT-SHOW
                           CONTINUE
                       WHEN TRANS-SALE AND IS-IS-AT-SHOW
                           MOVE 'SKU IS OUT AT AN ANTIQUE SHOW'
                               TO SC-MESSAGE
                       WHEN IS-IS-ON-LAYAWAY
                           MOVE 'SKU IS HELD ON A LAYAWAY'
                               TO SC-MESSAGE
           END-IF
           .
      * --- STAMP THE INVENTORY RECORD AS THE LEDGER ROW IS WRITTEN:
      *     A SALE TAKES ONE UNIT OFF THE FLOOR (THE SKU GOES TO SOLD
      *     WITH THE LAST ONE), A RETURN PUTS ONE UNIT BACK, SO ITEMSKU
      *     IS ACTUAL INVENTORY AND NOT A PRICE LIST -------------------
       UPDATE-ITEM-SKU-STATUS.
           MOVE ZEROS TO WS-RETRY-COUNT
           OPEN I-O ITEM-SKU
                       CONTINUE
               END-READ
               IF WS-IS-STATUS = '00'
                   MOVE ITEM-SKU-RECORD TO WS-IS-BEFORE
                   IF WS-LN-TRANS-TYPE(LN-IDX) = 'R'
                       SET IQ-RETURN-ONE TO TRUE
                   ELSE
                       SET IQ-SELL-ONE TO TRUE
                   END-IF
                   COMPUTE IQ-SALE-DATE = 20000000 + SC-DATE-OF-SALE
                   MOVE WS-RECEIPT-NO   TO IQ-RECEIPT-NO
                   CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
                   IF IQ-IS-DONE
                       REWRITE ITEM-SKU-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'R' TO IJ-OPERATION
                               MOVE 'CMSPLN' TO IJ-PROGRAM
                               MOVE WS-OPERATOR-INITIALS TO IJ-OPERATOR
                               MOVE WS-IS-BEFORE TO IJ-BEFORE-IMAGE
                               MOVE ITEM-SKU-RECORD TO IJ-AFTER-IMAGE
                               CALL 'JRNLIS' USING IS-JOURNAL-PARAMS
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE ITEM-SKU
           END-IF
               IF CAT-FOUND
                   PERFORM VALIDATE-FULL-PRICE
               END-IF
               IF PRICE-IS-VALID AND TRANS-SALE
                   PERFORM VALIDATE-ASKED-DISCOUNT
               END-IF
           END-IF
           .
      * --- A CATEGORY CODE MUST MATCH A ROW IN THE MAINTAINABLE
      *     SCREEN.  A SECOND PRESS CYCLES TO THE OVERRIDE HINT --------
       SHOW-HELP-MESSAGE.
           IF SHOW-PRICE-HELP
               MOVE 'PRICE $1-$99999; SEE TABLE FOR CAT CODES'
                   TO SC-MESSAGE
               SET SHOW-OVERRIDE-HELP TO TRUE
           ELSE
      *     FALLS BACK TO THE OLD FULL SCAN ----------------------------
       PROCESS-RETURN-SALE.
           SET ORIGINAL-SALE-NOT-FOUND TO TRUE
           SET ORIGINAL-TAX-NOT-KNOWN TO TRUE
           SET RETURN-NOT-FROM-ARCHIVE TO TRUE
           OPEN I-O SALES-LEDGER
           IF SC-ORIG-RECEIPT > ZEROS
               MOVE SL-SALE-PRICE       TO SC-SALE-PRICE
               MOVE SL-COMMISSION-PLAN  TO SC-COMMISSION-PLAN
               MOVE SL-COMMISSION       TO SC-COMMISSION
               PERFORM KEEP-ORIGINAL-TAX
               PERFORM KEEP-ORIGINAL-CUSTOMER
               PERFORM KEEP-ORIGINAL-COUPON
               MOVE 'ARCHIVED SALE FOUND -- RETURN POSTED'
                   TO SC-MESSAGE
           ELSE
               MOVE SL-SALE-PRICE       TO SC-SALE-PRICE
               MOVE SL-COMMISSION-PLAN  TO SC-COMMISSION-PLAN
               MOVE SL-COMMISSION       TO SC-COMMISSION
               PERFORM KEEP-ORIGINAL-TAX
               PERFORM KEEP-ORIGINAL-CUSTOMER
               PERFORM KEEP-ORIGINAL-COUPON
               MOVE 'ORIGINAL SALE FOUND -- RETURN POSTED'
                   TO SC-MESSAGE
           ELSE
           END-IF
           END-IF
           .
      * --- AN ARCHIVED ROW WRITTEN BEFORE TAX WAS CARRIED ON THE
      *     LEDGER HAS NO AMOUNT TO REFUND; CALC-TAX PRICES THAT ONE ---
       KEEP-ORIGINAL-TAX.
           IF SL-TAX-AMOUNT IS NUMERIC
               MOVE SL-TAX-AMOUNT TO WS-ORIG-TAX-AMOUNT
               SET ORIGINAL-TAX-KNOWN TO TRUE
           END-IF
           .
      * --- A RETURN RUNG WITHOUT A CUSTOMER NUMBER TAKES THE ONE THE
      *     ORIGINAL SALE CARRIED, SO ITS POINTS COME BACK OFF THE
      *     CUSTOMER WHO EARNED THEM -----------------------------------
       KEEP-ORIGINAL-CUSTOMER.
           IF WS-CUSTOMER-NO = ZEROS AND SL-CUSTOMER-NO IS NUMERIC
               MOVE SL-CUSTOMER-NO TO WS-CUSTOMER-NO
           END-IF
           .
      * --- THE RETURN ROW CARRIES THE COUPON ITS SALE WAS RUNG WITH,
      *     SO THE REDEMPTION REPORT NETS IT BACK OUT -----------------
       KEEP-ORIGINAL-COUPON.
           IF SL-COUPON-CODE NOT = SPACES
                   AND SL-COUPON-AMOUNT IS NUMERIC
               MOVE SL-COUPON-CODE        TO WS-ORIG-COUPON-CODE
               MOVE SL-COUPON-AMOUNT      TO WS-ORIG-COUPON-AMOUNT
               MOVE SL-COUPON-ABSORBED-BY TO WS-ORIG-COUPON-ABSORB
           END-IF
           .
      * --- POLICY GATE, WITH THE ORIGINAL ROW STILL IN THE RECORD
      *     AREA: A RETURN OUTSIDE THE WINDOW, OR A REFUND OVER THE
      *     SECOND-PIN LIMIT, NEEDS A MANAGER PIN ON THE APPROVAL
       CALC-SALE-AGE-DAYS.
           MOVE ZEROS TO WS-SALE-AGE-DAYS
           IF SL-DATE-OF-SALE NUMERIC AND SL-DATE-OF-SALE > ZEROS
               MOVE SL-DATE-OF-SALE TO WS-SALE-ISO
               COMPUTE WS-SALE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SALE-ISO)
               COMPUTE WS-SALE-AGE-DAYS = WS-TODAY-INT - WS-SALE-INT
                           AND SL-CATEGORY = CATEGORY-OF-SALE
                           AND SL-IS-SALE
                           AND NOT SL-IS-REFUNDED
                           AND NOT SL-IS-DISPUTED
                           AND NOT SL-IS-VOIDED
                       SET ORIGINAL-SALE-FOUND TO TRUE
                   ELSE
                       AND SL-CATEGORY = CATEGORY-OF-SALE
                       AND SL-IS-SALE
                       AND NOT SL-IS-REFUNDED
                       AND NOT SL-IS-DISPUTED
                       AND NOT SL-IS-VOIDED
                   SET ORIGINAL-SALE-FOUND TO TRUE
               ELSE
           .
      *-----------------------------------------------------
       SAVE-ONE-LINE-ITEM.
           COMPUTE SL-DATE-OF-SALE = 20000000 + SC-DATE-OF-SALE
           MOVE WS-LN-TENANT-ID(LN-IDX)       TO SL-TENANT-ID
           MOVE WS-LN-CATEGORY(LN-IDX)        TO SL-CATEGORY
           MOVE WS-LN-FULL-PRICE(LN-IDX)      TO SL-FULL-PRICE
           MOVE WS-TIME-OF-SALE               TO SL-TIME-OF-SALE
           MOVE WS-LN-SOURCE-FLAG(LN-IDX)     TO SL-SOURCE-FLAG
           MOVE SC-RESALE-CERT                TO SL-RESALE-CERT
           MOVE WS-CUSTOMER-NO                TO SL-CUSTOMER-NO
           IF WS-BATCH-FILE NOT = SPACES
               MOVE '00' TO SL-REGISTER-ID
           ELSE
               MOVE SC-REGISTER-ID TO SL-REGISTER-ID
           END-IF
           MOVE SC-STORE-ID                   TO SL-STORE-ID
           MOVE WS-LN-COUPON-CODE(LN-IDX)     TO SL-COUPON-CODE
           MOVE WS-LN-COUPON-AMOUNT(LN-IDX)   TO SL-COUPON-AMOUNT
           MOVE WS-LN-COUPON-ABSORB(LN-IDX)   TO SL-COUPON-ABSORBED-BY
           MOVE 'N'                           TO SL-REFUNDED-FLAG
           COMPUTE WS-LINE-AMOUNT-DUE =
               WS-LN-SALE-PRICE(LN-IDX) + WS-LN-TAX-AMOUNT(LN-IDX)
                   AND WS-LN-TRANS-TYPE(LN-IDX) NOT = 'R'
               PERFORM APPEND-SUSPENSE-ROW
           END-IF
           IF WS-LN-DEALER-APPROVER(LN-IDX) NOT = SPACES
               PERFORM APPEND-DISCOUNT-EXCEPTION
           END-IF
           .
      * --- A LINE DISCOUNTED PAST THE CONSIGNOR'S STANDING LIMIT IS
      *     REGISTERED WITH THE DEALER WHO APPROVED IT, SO IT SHOWS ON
      *     THEIR STATEMENT AND NOBODY HAS TO REMEMBER THE PHONE CALL -
       APPEND-DISCOUNT-EXCEPTION.
           OPEN EXTEND DISCOUNT-EXCEPTION-FILE
           IF WS-DX-STATUS = '05' OR WS-DX-STATUS = '35'
               OPEN OUTPUT DISCOUNT-EXCEPTION-FILE
               CLOSE DISCOUNT-EXCEPTION-FILE
               OPEN EXTEND DISCOUNT-EXCEPTION-FILE
           END-IF
           MOVE SC-DATE-OF-SALE              TO DX-DATE-OF-SALE
           MOVE WS-RECEIPT-NO                TO DX-RECEIPT-NO
           MOVE WS-SAVE-LINE-NO              TO DX-LINE-NO
           MOVE WS-LN-TENANT-ID(LN-IDX)      TO DX-TENANT-ID
           MOVE WS-LN-SKU(LN-IDX)            TO DX-SKU
           MOVE WS-LN-CATEGORY(LN-IDX)       TO DX-CATEGORY
           MOVE WS-LN-FULL-PRICE(LN-IDX)     TO DX-FULL-PRICE
           MOVE WS-LN-DISC-LIMIT-PCT(LN-IDX) TO DX-LIMIT-PCT
           MOVE WS-LN-DISCOUNT-PERCENT(LN-IDX) TO DX-GIVEN-PCT
           MOVE WS-LN-SALE-PRICE(LN-IDX)     TO DX-SALE-PRICE
           MOVE WS-LN-DEALER-APPROVER(LN-IDX) TO DX-APPROVED-BY
           MOVE WS-LN-OPERATOR-ID(LN-IDX)    TO DX-OPERATOR-ID
           WRITE DISCOUNT-EXCEPTION-RECORD
           CLOSE DISCOUNT-EXCEPTION-FILE
           .
      * --- THE LOST-TAG SALE GOES ON THE SUSPENSE QUEUE WITH THE
      *     KEYED DESCRIPTION (THE NAME FIELD ON A SUSPENSE RING), SO
           MOVE ZEROS TO SC-GIFT-CERT-NO
           MOVE ZEROS TO SC-STORE-CREDIT-NO
           MOVE ZEROS TO SC-ACCT-TENANT-ID
           MOVE SPACES TO SC-CHECK-WRITER-ID
           PERFORM DISPLAY-AND-ACCEPT-TENDER UNTIL TENDER-IS-VALID
           .
       DISPLAY-AND-ACCEPT-TENDER.
           SET GIFT-NOT-TENDERED TO TRUE
           SET STORECR-NOT-TENDERED TO TRUE
           SET ACCT-NOT-TENDERED TO TRUE
           SET CHECK-NOT-TENDERED TO TRUE
           SET WRITER-NOT-LISTED TO TRUE
           SET NO-CREDIT-REFUND TO TRUE
           MOVE ZEROS TO WS-GIFT-AMOUNT WS-STORECR-AMOUNT
                         WS-ACCT-AMOUNT WS-CHECK-AMOUNT
           MOVE SPACES TO WS-CHECK-MGR-ID
           COMPUTE WS-TENDER-SUM =
               SC-TENDER-1-AMOUNT + SC-TENDER-2-AMOUNT
           EVALUATE TRUE
                       SET TENDER-NOT-VALID TO TRUE
                   END-IF
               END-IF
               IF TENDER-1-IS-CHECK AND SC-TENDER-1-AMOUNT > ZEROS
                   SET CHECK-TENDERED TO TRUE
                   ADD SC-TENDER-1-AMOUNT TO WS-CHECK-AMOUNT
               END-IF
               IF TENDER-2-IS-CHECK AND SC-TENDER-2-AMOUNT > ZEROS
                   SET CHECK-TENDERED TO TRUE
                   ADD SC-TENDER-2-AMOUNT TO WS-CHECK-AMOUNT
               END-IF
      * --- THE MANAGER IS ONLY CALLED OVER ONCE EVERYTHING ELSE ON
      *     THE TENDER SCREEN HAS PASSED ------------------------------
               IF CHECK-TENDERED AND TENDER-IS-VALID
                   PERFORM VALIDATE-CHECK-WRITER
                   IF CHECK-NOT-GOOD
                       SET TENDER-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      * --- TENDER 'A': THE BUYER MUST BE A CONSIGNOR ON FILE WITH A
           MOVE WS-ACCT-AMOUNT    TO AP-AMOUNT
           CALL 'ARPOST' USING AR-POST-PARAMS
           .
      * --- TENDER 'K': THE WRITER'S LICENSE OR PHONE IS REQUIRED.  A
      *     WRITER ON CHKNEG WHO HAS NOT PAID BACK THE BOUNCED CHECK
      *     AND ITS NSF FEE IS REFUSED UNLESS A MANAGER KEYS THEIR PIN
      *     (AUTHCHK FUNCTION 'BADCHK'); F1 ON THE APPROVAL SCREEN
      *     SENDS THE CLERK BACK FOR ANOTHER TENDER --------------------
       VALIDATE-CHECK-WRITER.
           SET CHECK-NOT-GOOD TO TRUE
           INSPECT SC-CHECK-WRITER-ID
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF SC-CHECK-WRITER-ID = SPACES
               MOVE 'CHECK DL # OR PHONE REQUIRED FOR K'
                   TO SC-TENDER-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECK-NEGATIVE-FILE
           IF WS-CN-STATUS = '00'
               MOVE SC-CHECK-WRITER-ID TO CN-WRITER-ID
               READ CHECK-NEGATIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CN-STATUS = '00' AND CN-IS-UNPAID
                   SET WRITER-IS-LISTED TO TRUE
               END-IF
               CLOSE CHECK-NEGATIVE-FILE
           END-IF
           IF WRITER-NOT-LISTED
               SET CHECK-IS-GOOD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHECK WRITER HAS AN UNPAID BAD CHECK'
               TO SC-APPROVAL-TITLE
           MOVE SPACES TO SC-APPROVAL-MESSAGE
           MOVE ZEROS TO KEYBOARD-STATUS
           PERFORM ASK-CHECK-APPROVAL
               UNTIL CHECK-IS-GOOD OR F1-PRESSED
           MOVE ZEROS TO KEYBOARD-STATUS
           MOVE 'RETURN NEEDS MANAGER APPROVAL' TO SC-APPROVAL-TITLE
           IF CHECK-NOT-GOOD
               MOVE 'BAD-CHECK WRITER -- TAKE ANOTHER TENDER'
                   TO SC-TENDER-MESSAGE
           END-IF
           .
       ASK-CHECK-APPROVAL.
           MOVE SPACES TO SC-APPROVER-PIN
           DISPLAY APPROVAL-SCREEN
           ACCEPT APPROVAL-SCREEN
           IF NOT F1-PRESSED
               MOVE 'BADCHK  ' TO AC-FUNCTION
               MOVE SC-APPROVER-PIN TO AC-PIN-INPUT
               CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
               IF AC-IS-ALLOWED
                   SET CHECK-IS-GOOD TO TRUE
                   MOVE AC-INITIALS-OUT TO WS-CHECK-MGR-ID
               ELSE
                   MOVE AC-MESSAGE TO SC-APPROVAL-MESSAGE
               END-IF
           END-IF
           .
      * --- ONCE THE RECEIPT IS SAVED, THE CHECK GOES ON THE CHKTAKE
      *     LOG UNDER ITS RECEIPT, SO A BOUNCE CAN BE TRACED BACK TO
      *     THE WRITER AND AN OVERRIDE SHOWS ON THE EXCEPTION DIGEST --
       LOG-CHECK-TAKEN.
           OPEN EXTEND CHECK-TAKEN-LOG
           IF WS-CT-STATUS = '05' OR WS-CT-STATUS = '35'
               OPEN OUTPUT CHECK-TAKEN-LOG
               CLOSE CHECK-TAKEN-LOG
               OPEN EXTEND CHECK-TAKEN-LOG
           END-IF
           COMPUTE CT-DATE-OF-SALE = 20000000 + SC-DATE-OF-SALE
           MOVE WS-RECEIPT-NO        TO CT-RECEIPT-NO
           MOVE SC-CHECK-WRITER-ID   TO CT-WRITER-ID
           MOVE WS-CHECK-AMOUNT      TO CT-CHECK-AMOUNT
           IF WRITER-IS-LISTED
               MOVE 'Y' TO CT-LISTED-FLAG
           ELSE
               MOVE 'N' TO CT-LISTED-FLAG
           END-IF
           MOVE WS-CHECK-MGR-ID      TO CT-OVERRIDE-MGR-ID
           MOVE WS-OPERATOR-INITIALS TO CT-OPERATOR-ID
           WRITE CHECK-TAKEN-RECORD
           CLOSE CHECK-TAKEN-LOG
           .
      * --- A TENDERED GIFT CERTIFICATE MUST BE ON FILE, STILL
      *     OUTSTANDING, AND HOLDING ENOUGH UNREDEEMED VALUE TO COVER
      *     WHAT IS BEING PUT ON IT ------------------------------------
           OPEN OUTPUT CUSTOMER-RECEIPT
           MOVE 'DARLENE''S TREASURES' TO CUSTOMER-RECEIPT-RECORD
           WRITE CUSTOMER-RECEIPT-RECORD
           IF TR-IS-TRAINING
               MOVE '*** TRAINING -- NOT A SALE ***'
                   TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING 'RECEIPT NO: ' WS-RECEIPT-NO
               '   DATE: ' SC-DATE-OF-SALE DELIMITED BY SIZE
               INTO WS-RECEIPT-LINE
           MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
           WRITE CUSTOMER-RECEIPT-RECORD
           IF RINGING-AT-SHOW
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING 'SOLD AT ' WS-SHOW-NAME DELIMITED BY SIZE
                   INTO WS-RECEIPT-LINE
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           MOVE ALL '-' TO CUSTOMER-RECEIPT-RECORD
           WRITE CUSTOMER-RECEIPT-RECORD
           PERFORM PRINT-ONE-RECEIPT-LINE
               VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LINE-COUNT
           IF COUPON-APPLIED
               MOVE WS-COUPON-TOTAL TO WS-EDIT-RCPT-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING 'COUPON ' WS-COUPON-CODE ' SAVED '
                   WS-EDIT-RCPT-PRICE DELIMITED BY SIZE
                   INTO WS-RECEIPT-LINE
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           MOVE ALL '-' TO CUSTOMER-RECEIPT-RECORD
           WRITE CUSTOMER-RECEIPT-RECORD
           MOVE WS-TRANS-TOTAL-SALE TO WS-EDIT-RCPT-TOTAL
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           IF SHIP-THIS-SALE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING 'SHIPPING TO: ' SC-SHIP-NAME
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           IF DELIVER-THIS-SALE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING 'DELIVERY BOOKED FOR ' WS-DLVR-MM '/'
                   WS-DLVR-DD '/' WS-DLVR-YYYY DELIMITED BY SIZE
                   INTO WS-RECEIPT-LINE
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           IF ISSUE-CREDIT-REFUND
               MOVE WS-STORECR-AMOUNT TO WS-EDIT-RCPT-TOTAL
               MOVE SPACES TO WS-RECEIPT-LINE
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           IF RP-IS-POSTED
               MOVE RP-POINTS-OUT  TO WS-EDIT-POINTS
               MOVE RP-BALANCE-OUT TO WS-EDIT-BALANCE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING 'REWARDS NO. ' WS-CUSTOMER-NO
                   '  POINTS ' WS-EDIT-POINTS
                   '  BALANCE ' WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO WS-RECEIPT-LINE
               MOVE WS-RECEIPT-LINE TO CUSTOMER-RECEIPT-RECORD
               WRITE CUSTOMER-RECEIPT-RECORD
           END-IF
           MOVE 'THANK YOU FOR SHOPPING WITH US' TO
               CUSTOMER-RECEIPT-RECORD
           WRITE CUSTOMER-RECEIPT-RECORD
       PRINT-ONE-RECEIPT-LINE.
           MOVE WS-LN-SALE-PRICE(LN-IDX) TO WS-EDIT-RCPT-PRICE
           MOVE SPACES TO WS-RECEIPT-LINE
           EVALUATE TRUE
               WHEN WS-LN-CATEGORY(LN-IDX) = WS-SHIP-CATEGORY
                       AND WS-LN-SKU(LN-IDX) = SPACES
                   STRING 'SHIPPING/HANDLING ' WS-EDIT-RCPT-PRICE
                       DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               WHEN WS-LN-CATEGORY(LN-IDX) = WS-DLVR-CATEGORY
                       AND WS-LN-SKU(LN-IDX) = SPACES
                   STRING 'DELIVERY FEE      ' WS-EDIT-RCPT-PRICE
                       DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               WHEN OTHER
                   STRING WS-LN-CATEGORY(LN-IDX) DELIMITED BY SIZE
                       '  DISC ' WS-LN-DISCOUNT-PERCENT(LN-IDX)
                       '%  ' WS-EDIT-RCPT-PRICE DELIMITED BY SIZE
                       INTO WS-RECEIPT-LINE
           END-EVALUATE
           IF WS-LN-TRANS-TYPE(LN-IDX) = 'R'
               MOVE WS-RECEIPT-LINE TO WS-RECEIPT-TEMP
               STRING FUNCTION TRIM(WS-RECEIPT-TEMP)
      *     SOURCE OF TRUTH AND CAN BE EDITED WITHOUT A RECOMPILE -----
       SEED-CATEGORY-TABLE.
           OPEN OUTPUT CATEGORY-TABLE
           MOVE SPACES TO CATEGORY-TABLE-RECORD
           MOVE 'ANTI' TO CG-CATEGORY-CODE
           MOVE 'Antiques'            TO CG-CATEGORY-NAME
           MOVE 'FURN' TO CG-DEPT-CODE
           END-READ
           .
       STORE-TAX-ENTRY.
           IF WS-TX-COUNT < 60
               ADD 1 TO WS-TX-COUNT
               MOVE TX-CATEGORY-CODE TO WS-TX-CODE(WS-TX-COUNT)
               MOVE TX-TAX-RATE      TO WS-TX-RATE(WS-TX-COUNT)
               MOVE TX-EXEMPT-FLAG   TO WS-TX-EXEMPT(WS-TX-COUNT)
               MOVE ZEROS            TO WS-TX-EFFECTIVE(WS-TX-COUNT)
               IF TX-EFFECTIVE-DATE IS NUMERIC
                   MOVE TX-EFFECTIVE-DATE
                       TO WS-TX-EFFECTIVE(WS-TX-COUNT)
               END-IF
           END-IF
           PERFORM READ-TAX-TABLE
           .
      * --- FIRST RUN ON A NEW SYSTEM: SEED THE STARTING RATE LIST.
      *     SOURCE OF TRUTH AND CAN BE EDITED WITHOUT A RECOMPILE -----
       SEED-TAX-TABLE.
           OPEN OUTPUT TAX-RATE-TABLE
           MOVE ZEROS  TO TX-EFFECTIVE-DATE
           MOVE 'ANTI' TO TX-CATEGORY-CODE
           MOVE ZEROS  TO TX-TAX-RATE   MOVE 'Y' TO TX-EXEMPT-FLAG
           WRITE TAX-RATE-RECORD
           WRITE TAX-RATE-RECORD
           CLOSE TAX-RATE-TABLE
           .
      * --- TAX ON THE DISCOUNTED SALE PRICE, BY CATEGORY, AT THE
      *     RATE IN FORCE ON THE SALE DATE.  A CATEGORY WITH NO ROW IN
      *     FORCE IS TREATED AS EXEMPT SO A MISSING ROW UNDERCHARGES
      *     INSTEAD OF INVENTING A RATE --------------------------------
       CALC-TAX.
           MOVE ZEROS TO SC-TAX-AMOUNT
      * --- A RESALE-CERTIFICATE SALE IS EXEMPT ACROSS THE BOARD -----
           IF SC-RESALE-CERT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TX-AS-OF = 20000000 + SC-DATE-OF-SALE
           SET TAX-ROW-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-TX-HIT
           PERFORM SCAN-TAX-TABLE
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TX-COUNT
      * --- AT A SHOW A TAXABLE CATEGORY PAYS THE SHOW'S RATE; WHAT
      *     IS EXEMPT AT HOME IS EXEMPT THERE TOO ----------------------
           IF TAX-ROW-FOUND
               IF WS-TX-EXEMPT(WS-TX-HIT) NOT = 'Y'
                   IF RINGING-AT-SHOW
                       COMPUTE SC-TAX-AMOUNT ROUNDED =
                           SC-SALE-PRICE * WS-SHOW-TAX-RATE / 100
                   ELSE
                       COMPUTE SC-TAX-AMOUNT ROUNDED =
                           SC-SALE-PRICE * WS-TX-RATE(WS-TX-HIT) / 100
                   END-IF
               END-IF
           END-IF
           .
      * --- LATEST EFFECTIVE DATE NOT AFTER THE SALE DATE WINS; ON A
      *     TIE THE LATER ROW IN THE FILE WINS -------------------------
       SCAN-TAX-TABLE.
           IF WS-TX-CODE(TX-IDX) = CATEGORY-OF-SALE
                   AND WS-TX-EFFECTIVE(TX-IDX) <= WS-TX-AS-OF
               IF TAX-ROW-NOT-FOUND
                   SET TAX-ROW-FOUND TO TRUE
                   SET WS-TX-HIT TO TX-IDX
               ELSE
                   IF WS-TX-EFFECTIVE(TX-IDX)
                           >= WS-TX-EFFECTIVE(WS-TX-HIT)
                       SET WS-TX-HIT TO TX-IDX
                   END-IF
               END-IF
           END-IF
           .
      *-----------------------------------------------------
               END-IF
           END-IF
           .
      *-----------------------------------------------------
      * --- THE ASKED DISCOUNT IS THE WHOLE DISCOUNT OFF THE TAG: IT
      *     ONLY REPLACES THE SCHEDULED ONE WHEN IT IS DEEPER.  A
      *     FIRM-PRICE PIECE SELLS AT THE TAG, PROMOTION OR NOT -------
       APPLY-NEGOTIATED-DISCOUNT.
           IF ITEM-IS-FIRM-PRICE
               MOVE ZEROS TO SC-DISCOUNT-PERCENT
               MOVE SC-FULL-PRICE TO SC-SALE-PRICE
           ELSE
               IF SC-ASKED-DISC-PCT > SC-DISCOUNT-PERCENT
                   MOVE SC-ASKED-DISC-PCT TO SC-DISCOUNT-PERCENT
                   COMPUTE SC-SALE-PRICE =
                       SC-FULL-PRICE * (100 - SC-DISCOUNT-PERCENT) / 100
               END-IF
           END-IF
           .
      * --- A DISCOUNT INSIDE THE CONSIGNOR'S STANDING LIMIT NEEDS NO
      *     CALL.  PAST IT, THE CLERK CALLS AND KEYS WHO SAID YES; THE
      *     LINE IS THEN AN EXCEPTION.  HOUSE STOCK IS THE SHOP'S OWN
      *     TO DISCOUNT, AND A SUSPENSE RING HAS NO KNOWN CONSIGNOR TO
      *     ASK, SO IT TAKES NO NEGOTIATED DISCOUNT --------------------
       VALIDATE-ASKED-DISCOUNT.
           SET DISC-WITHIN-LIMIT TO TRUE
           MOVE ZEROS TO WS-DEALER-LIMIT-PCT
           IF SC-ASKED-DISC-PCT = ZEROS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ITEM-IS-FIRM-PRICE
                   MOVE 'FIRM PRICE -- NO DISCOUNT ON THIS PIECE'
                       TO SC-MESSAGE
                   SET PRICE-NOT-VALID TO TRUE
               WHEN SC-TENANT-ID = ZEROS
                   CONTINUE
               WHEN SC-TENANT-ID = WS-SUSPENSE-TENANT
                   MOVE 'NO NEGOTIATED DISCOUNT ON A SUSPENSE RING'
                       TO SC-MESSAGE
                   SET PRICE-NOT-VALID TO TRUE
               WHEN OTHER
                   PERFORM CALC-DISCOUNT
                   IF SC-ASKED-DISC-PCT > SC-DISCOUNT-PERCENT
                       PERFORM CHECK-DEALER-DISCOUNT-LIMIT
                   END-IF
           END-EVALUATE
           .
      * --- "10% ON ANYTHING, 15% OVER $200": THE BREAK PERCENT RULES
      *     ONCE THE TAG IS OVER THE BREAK AMOUNT.  A RECORD WITH NO
      *     LIMIT ON FILE ALLOWS NOTHING WITHOUT A CALL ---------------
       CHECK-DEALER-DISCOUNT-LIMIT.
           OPEN INPUT TENANT-MASTER
           MOVE SC-TENANT-ID TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TM-STATUS = '00'
               IF TM-DISC-LIMIT-PCT IS NUMERIC
                   MOVE TM-DISC-LIMIT-PCT TO WS-DEALER-LIMIT-PCT
               END-IF
               IF TM-DISC-BREAK-AMT IS NUMERIC
                       AND TM-DISC-BREAK-PCT IS NUMERIC
                   IF TM-DISC-BREAK-AMT > ZEROS
                           AND SC-FULL-PRICE > TM-DISC-BREAK-AMT
                           AND TM-DISC-BREAK-PCT > WS-DEALER-LIMIT-PCT
                       MOVE TM-DISC-BREAK-PCT TO WS-DEALER-LIMIT-PCT
                   END-IF
               END-IF
           END-IF
           CLOSE TENANT-MASTER
           IF SC-ASKED-DISC-PCT > WS-DEALER-LIMIT-PCT
               IF SC-DEALER-APPROVER = SPACES
                   MOVE WS-DEALER-LIMIT-PCT TO WS-EDIT-LIMIT-PCT
                   MOVE SPACES TO SC-MESSAGE
                   STRING 'LIMIT ' WS-EDIT-LIMIT-PCT
                          '% -- CALL DEALER, KEY WHO OKD'
                          DELIMITED BY SIZE INTO SC-MESSAGE
                   SET PRICE-NOT-VALID TO TRUE
               ELSE
                   SET DISC-OVER-LIMIT TO TRUE
               END-IF
           END-IF
           .
      *-----------------------------------------------------
       SCAN-DISCOUNT-TABLE.
           IF MONTH-OF-SALE >= WS-DISC-START(DS-IDX)
