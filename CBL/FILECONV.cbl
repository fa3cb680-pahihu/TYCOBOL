      *                                  (EACH OLD ROW GETS ITS OWN
      *                                  RECEIPT NUMBER, LINE 01, AND
      *                                  RCPTCTR IS SET PAST THEM)
      *      "GNUMAIN FILECONV CENTURY"  SALESLDG.OLD -> SALESLDG
      *                                  SALESARC.OLD -> SALESARC
      *                                  ITEMSKU.OLD  -> ITEMSKU
      *                                  LAYAWAY.OLD  -> LAYAWAY
      *                                  (SIX-DIGIT DATES GO TO
      *                                  CCYYMMDD, PRICES TO
      *                                  9(6)V99; EACH FILE IS RE-READ
      *                                  AND BALANCED AGAINST THE OLD
      *                                  ONE.  REPLAY ANY OFFLINE
      *                                  CAPTURE FIRST, AND RUN
      *                                  "SALESSUM REBUILD" AFTER)
      *    FILES THAT ONLY GREW AT THE END THIS RELEASE (OR HAD A
      *    PRICE WIDENED TO 9(6)V99) EACH HAVE A MODE OF THEIR OWN,
      *    NAMED FOR THE FILE; EACH READS <NAME>.OLD, GIVES THE NEW
      *    FIELDS THE SAME DEFAULTS THE MAINTENANCE PROGRAMS WRITE,
      *    AND RE-READS THE NEW FILE FOR BEFORE/AFTER CONTROL LINES:
      *      "GNUMAIN FILECONV TENANTM"  452-BYTE TENANTM (RUN
      *                                  "GNUMAIN BANKCNV" AFTER)
      *      TMJRNL  CUSTMAST  GIFTCERT  CHKREG    PAYREG    GLJRNL
      *      WORKORDS  BOOTHMST  BUSDAY  MDHIST  SUSPENSE  WRITEOFF
      *      AUCTFILE
      *    THE OLD-LAYOUT RECORDS BELOW ARE FROZEN COPIES OF THE
      *    PRE-CONVERSION LAYOUTS AND MUST NOT TRACK THE COPYBOOKS.
      *-----------------------------------------------------------------
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT OLD-CENTURY-LEDGER
               ASSIGN TO 'SALESLDG.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-RECEIPT-KEY
               ALTERNATE RECORD KEY IS OC-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-OC-STATUS.
           SELECT OLD-ARCHIVE-FILE
               ASSIGN TO 'SALESARC.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT SALES-ARCHIVE
               ASSIGN TO 'SALESARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT OLD-ITEM-FILE
               ASSIGN TO 'ITEMSKU.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-SKU
               FILE STATUS IS WS-OI-STATUS.
           SELECT OLD-LAYAWAY-FILE
               ASSIGN TO 'LAYAWAY.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-LAYAWAY-NO
               FILE STATUS IS WS-OY-STATUS.
           SELECT LAYAWAY-FILE
               ASSIGN TO 'LAYAWAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-LAYAWAY-NO
               FILE STATUS IS WS-LA-STATUS.
           SELECT OLD-MASTER-FILE
               ASSIGN TO 'TENANTM.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-TENANT-ID
               ALTERNATE RECORD KEY IS OM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-OM-STATUS.
           SELECT OLD-JOURNAL-FILE
               ASSIGN TO 'TMJRNL.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OJ-STATUS.
           SELECT TM-JOURNAL
               ASSIGN TO 'TMJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT OLD-CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS OU-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-OU-STATUS.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CU-STATUS.
           SELECT OLD-GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OG-CERT-NO
               FILE STATUS IS WS-OG-STATUS.
           SELECT GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CERT-NO
               FILE STATUS IS WS-GC-STATUS.
           SELECT OLD-CHECK-FILE
               ASSIGN TO 'CHKREG.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OK-CHECK-NO
               FILE STATUS IS WS-OK-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CR-STATUS.
           SELECT OLD-PAYOUT-FILE
               ASSIGN TO 'PAYREG.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT PAYOUT-REGISTER
               ASSIGN TO 'PAYREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT OLD-GL-JOURNAL-FILE
               ASSIGN TO 'GLJRNL.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OQ-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT OLD-WORK-ORDER-FILE
               ASSIGN TO 'WORKORDS.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-ORDER-NO
               FILE STATUS IS WS-OO-STATUS.
           SELECT WORK-ORDER-FILE
               ASSIGN TO 'WORKORDS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ORDER-NO
               FILE STATUS IS WS-WO-STATUS.
           SELECT OLD-BOOTH-FILE
               ASSIGN TO 'BOOTHMST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-BOOTH-ID
               FILE STATUS IS WS-OB-STATUS.
           SELECT BOOTH-MASTER
               ASSIGN TO 'BOOTHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOOTH-ID
               FILE STATUS IS WS-BM-STATUS.
           SELECT OLD-BUSINESS-DAY
               ASSIGN TO 'BUSDAY.OLD'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-OD-RRN
               FILE STATUS IS WS-OD-STATUS.
           SELECT BUSINESS-DAY
               ASSIGN TO 'BUSDAY'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-BD-RRN
               FILE STATUS IS WS-BD-STATUS.
           SELECT OLD-MARKDOWN-FILE
               ASSIGN TO 'MDHIST.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OX-STATUS.
           SELECT MARKDOWN-HISTORY
               ASSIGN TO 'MDHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.
           SELECT OLD-SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-KEY
               FILE STATUS IS WS-OS-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SU-STATUS.
           SELECT OLD-WRITE-OFF-FILE
               ASSIGN TO 'WRITEOFF.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OV-STATUS.
           SELECT WRITE-OFF-FILE
               ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WX-STATUS.
           SELECT OLD-AUCTION-FILE
               ASSIGN TO 'AUCTFILE.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OZ-LOT-NO
               FILE STATUS IS WS-OZ-STATUS.
           SELECT AUCTION-FILE
               ASSIGN TO 'AUCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-LOT-NO
               FILE STATUS IS WS-AU-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY RCPTCTR.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  OLD-CENTURY-LEDGER.
      * --- PRE-CENTURY SALES LEDGER (109 BYTES): ONLY THE KEYS ARE
      *     NAMED HERE, THE ROW IS READ INTO WS-OLD-LEDGER-ROW --------
       01 OLD-CENTURY-LEDGER-RECORD.
          03 OC-DATE-OF-SALE      PIC 9(6).
          03 FILLER               PIC X(70).
          03 OC-RECEIPT-KEY       PIC X(8).
          03 FILLER               PIC X(25).
       FD  OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-RECORD      PIC X(109).
       FD  SALES-ARCHIVE.
       01 SALES-ARCHIVE-RECORD    PIC X(146).
       FD  OLD-ITEM-FILE.
      * --- FROZEN PRE-CENTURY ITEM-SKU LAYOUT (142 BYTES) ------------
       01 OLD-ITEM-RECORD.
          03 OI-SKU               PIC X(12).
          03 OI-TENANT-ID         PIC 9(6).
          03 OI-CATEGORY          PIC X(4).
          03 OI-FULL-PRICE        PIC 9(4)V9(2).
          03 OI-DATE-RECEIVED     PIC 9(8).
          03 OI-STATUS            PIC X.
          03 OI-SOLD-DATE         PIC 9(6).
          03 OI-LEDGER-REF        PIC 9(6).
          03 OI-ACQUISITION-COST  PIC 9(4)V9(2).
      * --- MARKDOWN PERCENT THROUGH THE LOT NUMBER, UNCHANGED -------
          03 OI-TAIL              PIC X(87).
       FD  OLD-LAYAWAY-FILE.
      * --- FROZEN PRE-CENTURY LAYAWAY LAYOUT (118 BYTES) -------------
       01 OLD-LAYAWAY-RECORD.
          03 OY-LAYAWAY-NO        PIC 9(6).
          03 OY-SKU               PIC X(12).
          03 OY-TENANT-ID         PIC 9(6).
          03 OY-CATEGORY          PIC X(4).
          03 OY-FULL-PRICE        PIC 9(4)V9(2).
      * --- PAID-TO-DATE THROUGH THE CUSTOMER NUMBER, UNCHANGED ------
          03 OY-TAIL              PIC X(84).
       FD  LAYAWAY-FILE.
       COPY LAYAWAY.
      * --- THE GROWN FILES: EACH OLD LAYOUT IS THE NEW ONE CUT OFF AT
      *     THE FIRST FIELD ADDED THIS RELEASE (OR, WHERE A PRICE WAS
      *     WIDENED, SPELLED OUT).  ONLY THE KEYS AND THE FIELD EACH
      *     FILE BALANCES ON ARE NAMED --------------------------------
       FD  OLD-MASTER-FILE.
      * --- FROZEN TENANT MASTER LAYOUT BEFORE THE STORE FIELDS (452) --
       01 OLD-MASTER-RECORD.
          03 OM-TENANT-ID         PIC 9(6).
          03 OM-LAST-NAME         PIC X(25).
          03 FILLER               PIC X(294).
          03 OM-RENT-AMOUNT       PIC 9(4)V9(2).
          03 FILLER               PIC X(121).
       FD  OLD-JOURNAL-FILE.
      * --- FROZEN TENANT JOURNAL LAYOUT, 452-BYTE IMAGES (927) -------
       01 OLD-JOURNAL-RECORD.
          03 OJ-HEADER            PIC X(23).
          03 OJ-BEFORE-IMAGE      PIC X(452).
          03 OJ-AFTER-IMAGE       PIC X(452).
       FD  TM-JOURNAL.
       COPY TMJRNL.
       FD  OLD-CUSTOMER-FILE.
      * --- FROZEN CUSTOMER MASTER LAYOUT (68 BYTES) ------------------
       01 OLD-CUSTOMER-RECORD.
          03 OU-CUSTOMER-NO       PIC 9(6).
          03 OU-CUSTOMER-NAME     PIC X(30).
          03 FILLER               PIC X(32).
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  OLD-GIFT-CERT-FILE.
      * --- FROZEN GIFT CERTIFICATE LAYOUT (44 BYTES) -----------------
       01 OLD-GIFT-CERT-RECORD.
          03 OG-CERT-NO           PIC 9(6).
          03 FILLER               PIC X(8).
          03 OG-AMOUNT            PIC 9(4)V9(2).
          03 FILLER               PIC X(24).
       FD  GIFT-CERT-FILE.
       COPY GIFTCERT.
       FD  OLD-CHECK-FILE.
      * --- FROZEN CHECK REGISTER LAYOUT (47 BYTES) -------------------
       01 OLD-CHECK-RECORD.
          03 OK-CHECK-NO          PIC 9(6).
          03 FILLER               PIC X(14).
          03 OK-AMOUNT            PIC 9(6)V9(2).
          03 FILLER               PIC X(19).
       FD  CHECK-REGISTER.
       COPY CHKREG.
       FD  OLD-PAYOUT-FILE.
      * --- FROZEN PAYOUT REGISTER LAYOUT (42 BYTES) ------------------
       01 OLD-PAYOUT-RECORD.
          03 FILLER               PIC X(34).
          03 OP-NET-PAID          PIC S9(6)V9(2).
       FD  PAYOUT-REGISTER.
       COPY PAYREG.
       FD  OLD-GL-JOURNAL-FILE.
      * --- FROZEN GL JOURNAL LAYOUT (56 BYTES) -----------------------
       01 OLD-GL-JOURNAL-RECORD.
          03 FILLER               PIC X(28).
          03 OQ-DEBIT             PIC S9(8)V9(2).
          03 FILLER               PIC X(18).
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  OLD-WORK-ORDER-FILE.
      * --- FROZEN WORK ORDER LAYOUT (73 BYTES) -----------------------
       01 OLD-WORK-ORDER-RECORD.
          03 OO-ORDER-NO          PIC 9(6).
          03 FILLER               PIC X(57).
          03 OO-COST              PIC 9(5)V9(2).
          03 FILLER               PIC X(3).
       FD  WORK-ORDER-FILE.
       COPY WORKORD.
       FD  OLD-BOOTH-FILE.
      * --- FROZEN BOOTH MASTER LAYOUT (78 BYTES) ---------------------
       01 OLD-BOOTH-RECORD.
          03 OB-BOOTH-ID          PIC X(10).
          03 FILLER               PIC X(4).
          03 OB-MONTHLY-RATE      PIC 9(4)V9(2).
          03 FILLER               PIC X(58).
       FD  BOOTH-MASTER.
       COPY BOOTHMST.
       FD  OLD-BUSINESS-DAY.
      * --- FROZEN BUSINESS-DAY LAYOUT (15 BYTES) ---------------------
       01 OLD-BUSINESS-DAY-RECORD PIC X(15).
       FD  BUSINESS-DAY.
       COPY BUSDAY.
       FD  OLD-MARKDOWN-FILE.
      * --- FROZEN MARKDOWN HISTORY LAYOUT (40 BYTES) -----------------
       01 OLD-MARKDOWN-RECORD.
          03 OX-HEADER            PIC X(26).
          03 OX-OLD-PRICE         PIC 9(4)V9(2).
          03 OX-NEW-PRICE         PIC 9(4)V9(2).
          03 OX-PCT-OFF           PIC 9(2).
       FD  MARKDOWN-HISTORY.
       COPY MDHIST.
       FD  OLD-SUSPENSE-FILE.
      * --- FROZEN SUSPENSE LAYOUT (75 BYTES) -------------------------
       01 OLD-SUSPENSE-RECORD.
          03 OS-KEY               PIC X(8).
          03 OS-DATE-DESCRIPTION  PIC X(36).
          03 OS-PRICE             PIC 9(4)V9(2).
          03 OS-TAIL              PIC X(25).
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  OLD-WRITE-OFF-FILE.
      * --- FROZEN WRITE-OFF LAYOUT (40 BYTES) ------------------------
       01 OLD-WRITE-OFF-RECORD.
          03 OV-HEADER            PIC X(31).
          03 OV-PRICE             PIC 9(4)V9(2).
          03 OV-OPERATOR-ID       PIC X(3).
       FD  WRITE-OFF-FILE.
       COPY WRITEOFF.
       FD  OLD-AUCTION-FILE.
      * --- FROZEN AUCTION LOT LAYOUT (35 BYTES) ----------------------
       01 OLD-AUCTION-RECORD.
          03 OZ-LOT-NO            PIC 9(4).
          03 OZ-SKU-STATUS-BIDDER PIC X(17).
          03 OZ-HAMMER-PRICE      PIC 9(4)V9(2).
          03 OZ-SALE-DATE         PIC 9(8).
       FD  AUCTION-FILE.
       COPY AUCTLOT.
       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS         PIC XX VALUE '00'.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
          88 MODE-IS-HISTORY           VALUE 'HISTORY'.
          88 MODE-IS-LEDGER            VALUE 'LEDGER'.
          88 MODE-IS-SKUDIGIT          VALUE 'SKUDIGIT'.
          88 MODE-IS-CENTURY           VALUE 'CENTURY'.
          88 MODE-IS-TENANTM           VALUE 'TENANTM'.
          88 MODE-IS-TMJRNL            VALUE 'TMJRNL'.
          88 MODE-IS-CUSTMAST          VALUE 'CUSTMAST'.
          88 MODE-IS-GIFTCERT          VALUE 'GIFTCERT'.
          88 MODE-IS-CHKREG            VALUE 'CHKREG'.
          88 MODE-IS-PAYREG            VALUE 'PAYREG'.
          88 MODE-IS-GLJRNL            VALUE 'GLJRNL'.
          88 MODE-IS-WORKORDS          VALUE 'WORKORDS'.
          88 MODE-IS-BOOTHMST          VALUE 'BOOTHMST'.
          88 MODE-IS-BUSDAY            VALUE 'BUSDAY'.
          88 MODE-IS-MDHIST            VALUE 'MDHIST'.
          88 MODE-IS-SUSPENSE          VALUE 'SUSPENSE'.
          88 MODE-IS-WRITEOFF          VALUE 'WRITEOFF'.
          88 MODE-IS-AUCTFILE          VALUE 'AUCTFILE'.
       01 WS-SWITCHES.
          03 WS-OT-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-OLD-TENANT      VALUE 1.
       01 WS-OLD-SKU-TABLE.
          03 WS-OLD-SKU        OCCURS 2000 TIMES PIC X(12).
       01 WS-OLD-IDX           PIC 9(4) VALUE ZEROS.
      * --- CENTURY CONVERSION: OLD ROWS IN, NEW ROWS RE-READ, AND
      *     EACH FILE BALANCED ON ITS ROW COUNT AND ITS MONEY TOTAL --
       01 WS-OC-STATUS         PIC XX VALUE '00'.
       01 WS-OA-STATUS         PIC XX VALUE '00'.
       01 WS-SA-STATUS         PIC XX VALUE '00'.
       01 WS-OI-STATUS         PIC XX VALUE '00'.
       01 WS-OY-STATUS         PIC XX VALUE '00'.
       01 WS-LA-STATUS         PIC XX VALUE '00'.
       01 WS-CV-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-CONVERT-FILE       VALUE 1.
       01 WS-CV-BALANCE-SW     PIC 9 VALUE 0.
          88 CONVERSION-BALANCED       VALUE 0.
          88 CONVERSION-OUT            VALUE 1.
       01 WS-CV-FILE-NAME      PIC X(8) VALUE SPACES.
       01 WS-CV-BEFORE-COUNT   PIC 9(7) VALUE ZEROS.
       01 WS-CV-AFTER-COUNT    PIC 9(7) VALUE ZEROS.
       01 WS-CV-BEFORE-TOTAL   PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-CV-AFTER-TOTAL    PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-CV-TOTAL-SHOW     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      * --- FROZEN PRE-CENTURY SALES LEDGER / ARCHIVE ROW (109 BYTES) --
       01 WS-OLD-LEDGER-ROW.
          03 OW-DATE-OF-SALE      PIC 9(6).
          03 OW-TENANT-ID         PIC 9(6).
          03 OW-CATEGORY          PIC X(4).
          03 OW-FULL-PRICE        PIC 9(4)V9(2).
          03 OW-DISCOUNT-PERCENT  PIC 9(2).
          03 OW-SALE-PRICE        PIC 9(4)V9(2).
          03 OW-COMMISSION-PLAN   PIC X.
          03 OW-COMMISSION        PIC 9(4)V9(2).
          03 OW-GROUP-ID          PIC X.
          03 OW-TRANS-TYPE        PIC X.
          03 OW-OVERRIDE-FLAG     PIC X.
          03 OW-OVERRIDE-MGR-ID   PIC X(8).
          03 OW-OPERATOR-ID       PIC X(3).
          03 OW-REFUNDED-FLAG     PIC X.
          03 OW-TENDER-1-TYPE     PIC X.
          03 OW-TENDER-1-AMOUNT   PIC 9(6)V9(2).
          03 OW-TENDER-2-TYPE     PIC X.
          03 OW-TENDER-2-AMOUNT   PIC 9(6)V9(2).
          03 OW-TAX-AMOUNT        PIC 9(4)V9(2).
          03 OW-RECEIPT-NO        PIC 9(6).
          03 OW-LINE-NO           PIC 9(2).
          03 OW-REGISTER-ID       PIC X(2).
          03 OW-TIME-OF-SALE      PIC 9(6).
          03 OW-SOURCE-FLAG       PIC X.
          03 OW-VOID-FLAG         PIC X.
          03 OW-RESALE-CERT       PIC X(15).
      * --- GROWN FILES: STATUSES FOR THE OLD AND NEW COPIES ----------
       01 WS-OM-STATUS         PIC XX VALUE '00'.
       01 WS-OJ-STATUS         PIC XX VALUE '00'.
       01 WS-JR-STATUS         PIC XX VALUE '00'.
       01 WS-OU-STATUS         PIC XX VALUE '00'.
       01 WS-CU-STATUS         PIC XX VALUE '00'.
       01 WS-OG-STATUS         PIC XX VALUE '00'.
       01 WS-GC-STATUS         PIC XX VALUE '00'.
       01 WS-OK-STATUS         PIC XX VALUE '00'.
       01 WS-CR-STATUS         PIC XX VALUE '00'.
       01 WS-OP-STATUS         PIC XX VALUE '00'.
       01 WS-PR-STATUS         PIC XX VALUE '00'.
       01 WS-OQ-STATUS         PIC XX VALUE '00'.
       01 WS-GJ-STATUS         PIC XX VALUE '00'.
       01 WS-OO-STATUS         PIC XX VALUE '00'.
       01 WS-WO-STATUS         PIC XX VALUE '00'.
       01 WS-OB-STATUS         PIC XX VALUE '00'.
       01 WS-BM-STATUS         PIC XX VALUE '00'.
       01 WS-OD-STATUS         PIC XX VALUE '00'.
       01 WS-BD-STATUS         PIC XX VALUE '00'.
       01 WS-OD-RRN            PIC 9(4) COMP VALUE ZEROS.
       01 WS-BD-RRN            PIC 9(4) COMP VALUE ZEROS.
       01 WS-BD-STORE-NUM      PIC 9(2) VALUE ZEROS.
       01 WS-OX-STATUS         PIC XX VALUE '00'.
       01 WS-MH-STATUS         PIC XX VALUE '00'.
       01 WS-OS-STATUS         PIC XX VALUE '00'.
       01 WS-SU-STATUS         PIC XX VALUE '00'.
       01 WS-OV-STATUS         PIC XX VALUE '00'.
       01 WS-WX-STATUS         PIC XX VALUE '00'.
       01 WS-OZ-STATUS         PIC XX VALUE '00'.
       01 WS-AU-STATUS         PIC XX VALUE '00'.
      * --- THE SIXTEEN BYTES APPENDED TO THE 452-BYTE TENANT MASTER,
      *     IN COPYBOOK ORDER, AT THE DEFAULTS LOAD-ONE-TENANT GIVES
      *     THEM.  THE PROTECT FLAG STAYS BLANK SO BANKCNV STILL PICKS
      *     THE RECORD UP.  USED FOR TENANTM AND BOTH TMJRNL IMAGES --
       01 WS-TM-RELEASE-FIELDS.
          03 NT-DISC-LIMIT-PCT    PIC 9(2) VALUE ZEROS.
          03 NT-DISC-BREAK-AMT    PIC 9(5)V9(2) VALUE ZEROS.
          03 NT-DISC-BREAK-PCT    PIC 9(2) VALUE ZEROS.
          03 NT-RATE-LOCK         PIC X VALUE 'N'.
          03 NT-STORE-ID          PIC X(2) VALUE '01'.
          03 NT-BANK-PROTECT-FLAG PIC X VALUE SPACE.
          03 NT-SOLD-NOTICE       PIC X VALUE 'N'.
       COPY SKUCHK.
       COPY TAGPUT.
       COPY ITMQTY.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
                   PERFORM CONVERT-SALES-LEDGER
               WHEN MODE-IS-SKUDIGIT
                   PERFORM RESTAMP-SKU-CHECK-DIGITS
               WHEN MODE-IS-CENTURY
                   PERFORM CONVERT-CENTURY-FILES
               WHEN MODE-IS-TENANTM
                   PERFORM CONVERT-GROWN-TENANTM
               WHEN MODE-IS-TMJRNL
                   PERFORM CONVERT-GROWN-TMJRNL
               WHEN MODE-IS-CUSTMAST
                   PERFORM CONVERT-GROWN-CUSTMAST
               WHEN MODE-IS-GIFTCERT
                   PERFORM CONVERT-GROWN-GIFTCERT
               WHEN MODE-IS-CHKREG
                   PERFORM CONVERT-GROWN-CHKREG
               WHEN MODE-IS-PAYREG
                   PERFORM CONVERT-GROWN-PAYREG
               WHEN MODE-IS-GLJRNL
                   PERFORM CONVERT-GROWN-GLJRNL
               WHEN MODE-IS-WORKORDS
                   PERFORM CONVERT-GROWN-WORKORDS
               WHEN MODE-IS-BOOTHMST
                   PERFORM CONVERT-GROWN-BOOTHMST
               WHEN MODE-IS-BUSDAY
                   PERFORM CONVERT-GROWN-BUSDAY
               WHEN MODE-IS-MDHIST
                   PERFORM CONVERT-GROWN-MDHIST
               WHEN MODE-IS-SUSPENSE
                   PERFORM CONVERT-GROWN-SUSPENSE
               WHEN MODE-IS-WRITEOFF
                   PERFORM CONVERT-GROWN-WRITEOFF
               WHEN MODE-IS-AUCTFILE
                   PERFORM CONVERT-GROWN-AUCTFILE
               WHEN OTHER
                   DISPLAY 'USE TENANT, HISTORY, LEDGER, SKUDIGIT, '
                           'CENTURY, OR A GROWN FILE: TENANTM TMJRNL '
                           'CUSTMAST GIFTCERT CHKREG PAYREG GLJRNL '
                           'WORKORDS BOOTHMST BUSDAY MDHIST SUSPENSE '
                           'WRITEOFF AUCTFILE'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           MOVE 'N'                 TO TM-AUTOPAY-FLAG
           MOVE ZEROS               TO TM-BANK-ROUTING
           MOVE SPACES              TO TM-BANK-ACCOUNT
           MOVE SPACE               TO TM-BANK-PROTECT-FLAG
           MOVE SPACES              TO TM-EMAIL
           MOVE 'P'                 TO TM-DELIVERY-PREF
           MOVE ZEROS               TO TM-CHARGE-LIMIT
           MOVE 'C'                 TO TM-PAYOUT-METHOD
           MOVE ZEROS               TO TM-DISC-LIMIT-PCT
           MOVE ZEROS               TO TM-DISC-BREAK-AMT
           MOVE ZEROS               TO TM-DISC-BREAK-PCT
           MOVE 'N'                 TO TM-RATE-LOCK
           MOVE '01'                TO TM-STORE-ID
           MOVE 'N'                 TO TM-SOLD-NOTICE
           WRITE TENANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE TENANT ' TM-TENANT-ID
           .
       LOAD-ONE-LEDGER-ROW.
           ADD 1 TO WS-NEXT-RECEIPT
           COMPUTE SL-DATE-OF-SALE = 20000000 + OL-DATE-OF-SALE
           MOVE OL-TENANT-ID        TO SL-TENANT-ID
           MOVE OL-CATEGORY         TO SL-CATEGORY
           MOVE OL-FULL-PRICE       TO SL-FULL-PRICE
           END-IF
           DISPLAY 'RECEIPT COUNTER SET TO ' RN-LAST-RECEIPT-NO
           .
      *-----------------------------------------------------------------
      * --- CENTURY: SALESLDG, SALESARC, ITEMSKU, AND LAYAWAY MOVE TO
      *     CCYYMMDD DATES (EVERY OLD SIX-DIGIT DATE IS 20YY) AND
      *     9(6)V99 PRICES.  EACH FILE IS BALANCED BY RE-READING THE
      *     NEW COPY: SAME ROW COUNT, SAME MONEY TOTAL, OR THE RUN
      *     ENDS OUT OF BALANCE.  A FILE WITH NO .OLD COPY IS SKIPPED -
       CONVERT-CENTURY-FILES.
           SET CONVERSION-BALANCED TO TRUE
           PERFORM CENTURY-SALES-LEDGER
           PERFORM CENTURY-SALES-ARCHIVE
           PERFORM CENTURY-ITEM-SKU
           PERFORM CENTURY-LAYAWAY
           IF CONVERSION-OUT
               DISPLAY 'CENTURY CONVERSION OUT OF BALANCE -- KEEP THE '
                       '.OLD FILES AND DO NOT REOPEN THE SHOP'
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY 'CENTURY CONVERSION BALANCED -- NOW RUN '
                       '"GNUMAIN SALESSUM REBUILD"'
           END-IF
           .
       READ-OLD-CENTURY-LEDGER.
           READ OLD-CENTURY-LEDGER NEXT RECORD INTO WS-OLD-LEDGER-ROW
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
      * --- ONE OLD LEDGER OR ARCHIVE ROW INTO SALES-LEDGER-RECORD ----
       BUILD-CENTURY-LEDGER-ROW.
           MOVE SPACES TO SALES-LEDGER-RECORD
           COMPUTE SL-DATE-OF-SALE = 20000000 + OW-DATE-OF-SALE
           MOVE OW-TENANT-ID        TO SL-TENANT-ID
           MOVE OW-CATEGORY         TO SL-CATEGORY
           MOVE OW-FULL-PRICE       TO SL-FULL-PRICE
           MOVE OW-DISCOUNT-PERCENT TO SL-DISCOUNT-PERCENT
           MOVE OW-SALE-PRICE       TO SL-SALE-PRICE
           MOVE OW-COMMISSION-PLAN  TO SL-COMMISSION-PLAN
           MOVE OW-COMMISSION       TO SL-COMMISSION
           MOVE OW-GROUP-ID         TO SL-GROUP-ID
           MOVE OW-TRANS-TYPE       TO SL-TRANS-TYPE
           MOVE OW-OVERRIDE-FLAG    TO SL-OVERRIDE-FLAG
           MOVE OW-OVERRIDE-MGR-ID  TO SL-OVERRIDE-MGR-ID
           MOVE OW-OPERATOR-ID      TO SL-OPERATOR-ID
           MOVE OW-REFUNDED-FLAG    TO SL-REFUNDED-FLAG
           MOVE OW-TENDER-1-TYPE    TO SL-TENDER-1-TYPE
           MOVE OW-TENDER-1-AMOUNT  TO SL-TENDER-1-AMOUNT
           MOVE OW-TENDER-2-TYPE    TO SL-TENDER-2-TYPE
           MOVE OW-TENDER-2-AMOUNT  TO SL-TENDER-2-AMOUNT
           MOVE OW-TAX-AMOUNT       TO SL-TAX-AMOUNT
           MOVE OW-RECEIPT-NO       TO SL-RECEIPT-NO
           MOVE OW-LINE-NO          TO SL-LINE-NO
           MOVE OW-REGISTER-ID      TO SL-REGISTER-ID
           MOVE OW-TIME-OF-SALE     TO SL-TIME-OF-SALE
           MOVE OW-SOURCE-FLAG      TO SL-SOURCE-FLAG
           MOVE OW-VOID-FLAG        TO SL-VOID-FLAG
           MOVE OW-RESALE-CERT      TO SL-RESALE-CERT
           MOVE ZEROS               TO SL-CUSTOMER-NO
           MOVE '01'                TO SL-STORE-ID
           MOVE SPACES              TO SL-COUPON-CODE
           MOVE ZEROS               TO SL-COUPON-AMOUNT
           MOVE SPACE               TO SL-COUPON-ABSORBED-BY
           .
      *-----------------------------------------------------------------
       CENTURY-SALES-LEDGER.
           MOVE 'SALESLDG' TO WS-CV-FILE-NAME
           MOVE ZEROS TO WS-CV-BEFORE-COUNT WS-CV-AFTER-COUNT
                         WS-CV-BEFORE-TOTAL WS-CV-AFTER-TOTAL
           OPEN INPUT OLD-CENTURY-LEDGER
           IF WS-OC-STATUS = '35'
               DISPLAY 'SALESLDG.OLD NOT FOUND -- SALES LEDGER SKIPPED'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SALES-LEDGER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-OLD-CENTURY-LEDGER
           PERFORM LOAD-ONE-CENTURY-LEDGER UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-CENTURY-LEDGER
           CLOSE SALES-LEDGER
           OPEN INPUT SALES-LEDGER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-SALES-LEDGER
           PERFORM COUNT-ONE-NEW-LEDGER UNTIL END-OF-CONVERT-FILE
           CLOSE SALES-LEDGER
           PERFORM REPORT-CONVERSION-BALANCE
           .
       LOAD-ONE-CENTURY-LEDGER.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OW-SALE-PRICE TO WS-CV-BEFORE-TOTAL
           PERFORM BUILD-CENTURY-LEDGER-ROW
           WRITE SALES-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE LEDGER KEY AT RECEIPT '
                           SL-RECEIPT-NO ' LINE ' SL-LINE-NO
           END-WRITE
           PERFORM READ-OLD-CENTURY-LEDGER
           .
       READ-NEW-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-NEW-LEDGER.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD SL-SALE-PRICE TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-SALES-LEDGER
           .
      *-----------------------------------------------------------------
       CENTURY-SALES-ARCHIVE.
           MOVE 'SALESARC' TO WS-CV-FILE-NAME
           MOVE ZEROS TO WS-CV-BEFORE-COUNT WS-CV-AFTER-COUNT
                         WS-CV-BEFORE-TOTAL WS-CV-AFTER-TOTAL
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OA-STATUS = '35'
               DISPLAY 'SALESARC.OLD NOT FOUND -- SALES ARCHIVE SKIPPED'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SALES-ARCHIVE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-OLD-ARCHIVE
           PERFORM LOAD-ONE-CENTURY-ARCHIVE UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-ARCHIVE-FILE
           CLOSE SALES-ARCHIVE
           OPEN INPUT SALES-ARCHIVE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-SALES-ARCHIVE
           PERFORM COUNT-ONE-NEW-ARCHIVE UNTIL END-OF-CONVERT-FILE
           CLOSE SALES-ARCHIVE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-ARCHIVE.
           READ OLD-ARCHIVE-FILE INTO WS-OLD-LEDGER-ROW
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-CENTURY-ARCHIVE.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OW-SALE-PRICE TO WS-CV-BEFORE-TOTAL
           PERFORM BUILD-CENTURY-LEDGER-ROW
           MOVE SALES-LEDGER-RECORD TO SALES-ARCHIVE-RECORD
           WRITE SALES-ARCHIVE-RECORD
           PERFORM READ-OLD-ARCHIVE
           .
       READ-NEW-SALES-ARCHIVE.
           READ SALES-ARCHIVE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-NEW-ARCHIVE.
           MOVE SALES-ARCHIVE-RECORD TO SALES-LEDGER-RECORD
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD SL-SALE-PRICE TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-SALES-ARCHIVE
           .
      *-----------------------------------------------------------------
      * --- ITEMS BALANCE ON THE TAG PRICE.  A BLANK OR ZERO SOLD DATE
      *     STAYS ZERO RATHER THAN BECOMING JAN 1ST 2000.  EACH OLD
      *     ROW IS ONE PIECE: ITMQTY'S QUERY SETS THE UNIT COUNTS FROM
      *     THE STATUS THE SAME WAY THE REGISTER WOULD ON FIRST TOUCH -
       CENTURY-ITEM-SKU.
           MOVE 'ITEMSKU' TO WS-CV-FILE-NAME
           MOVE ZEROS TO WS-CV-BEFORE-COUNT WS-CV-AFTER-COUNT
                         WS-CV-BEFORE-TOTAL WS-CV-AFTER-TOTAL
           OPEN INPUT OLD-ITEM-FILE
           IF WS-OI-STATUS = '35'
               DISPLAY 'ITEMSKU.OLD NOT FOUND -- ITEM FILE SKIPPED'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ITEM-SKU
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-OLD-ITEM
           PERFORM LOAD-ONE-CENTURY-ITEM UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-ITEM-FILE
           CLOSE ITEM-SKU
           OPEN INPUT ITEM-SKU
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-ITEM-SKU
           PERFORM COUNT-ONE-NEW-ITEM UNTIL END-OF-CONVERT-FILE
           CLOSE ITEM-SKU
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-ITEM.
           READ OLD-ITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-CENTURY-ITEM.
           ADD 1 TO WS-CV-BEFORE-COUNT
           IF OI-FULL-PRICE IS NUMERIC
               ADD OI-FULL-PRICE TO WS-CV-BEFORE-TOTAL
           END-IF
           MOVE SPACES              TO ITEM-SKU-RECORD
           MOVE OI-SKU              TO IS-SKU
           MOVE OI-TENANT-ID        TO IS-TENANT-ID
           MOVE OI-CATEGORY         TO IS-CATEGORY
           MOVE OI-FULL-PRICE       TO IS-FULL-PRICE
           MOVE OI-DATE-RECEIVED    TO IS-DATE-RECEIVED
           MOVE OI-STATUS           TO IS-STATUS
           IF OI-SOLD-DATE IS NUMERIC AND OI-SOLD-DATE > ZERO
               COMPUTE IS-SOLD-DATE = 20000000 + OI-SOLD-DATE
           ELSE
               MOVE ZEROS TO IS-SOLD-DATE
           END-IF
           MOVE OI-LEDGER-REF       TO IS-LEDGER-REF
           MOVE OI-ACQUISITION-COST TO IS-ACQUISITION-COST
           MOVE OI-TAIL             TO ITEM-SKU-RECORD(62:87)
           MOVE 'N'                 TO IS-FIRM-PRICE
           MOVE ZEROS               TO IS-QTY-RECEIVED IS-QTY-ON-HAND
                                       IS-QTY-RESERVED
           SET IQ-QUERY-UNITS TO TRUE
           CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
           MOVE SPACES              TO IS-WITHDRAWN-BY
           MOVE 'N'                 TO IS-LIST-ONLINE
           MOVE '01'                TO IS-STORE-ID
           WRITE ITEM-SKU-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE SKU ' IS-SKU ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-ITEM
           .
       READ-NEW-ITEM-SKU.
           READ ITEM-SKU NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-NEW-ITEM.
           ADD 1 TO WS-CV-AFTER-COUNT
           IF IS-FULL-PRICE IS NUMERIC
               ADD IS-FULL-PRICE TO WS-CV-AFTER-TOTAL
           END-IF
           PERFORM READ-NEW-ITEM-SKU
           .
      *-----------------------------------------------------------------
       CENTURY-LAYAWAY.
           MOVE 'LAYAWAY' TO WS-CV-FILE-NAME
           MOVE ZEROS TO WS-CV-BEFORE-COUNT WS-CV-AFTER-COUNT
                         WS-CV-BEFORE-TOTAL WS-CV-AFTER-TOTAL
           OPEN INPUT OLD-LAYAWAY-FILE
           IF WS-OY-STATUS = '35'
               DISPLAY 'LAYAWAY.OLD NOT FOUND -- LAYAWAY FILE SKIPPED'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LAYAWAY-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-OLD-LAYAWAY
           PERFORM LOAD-ONE-CENTURY-LAYAWAY UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-LAYAWAY-FILE
           CLOSE LAYAWAY-FILE
           OPEN INPUT LAYAWAY-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-LAYAWAY
           PERFORM COUNT-ONE-NEW-LAYAWAY UNTIL END-OF-CONVERT-FILE
           CLOSE LAYAWAY-FILE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-LAYAWAY.
           READ OLD-LAYAWAY-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-CENTURY-LAYAWAY.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OY-FULL-PRICE TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO LAYAWAY-RECORD
           MOVE OY-LAYAWAY-NO       TO LA-LAYAWAY-NO
           MOVE OY-SKU              TO LA-SKU
           MOVE OY-TENANT-ID        TO LA-TENANT-ID
           MOVE OY-CATEGORY         TO LA-CATEGORY
           MOVE OY-FULL-PRICE       TO LA-FULL-PRICE
           MOVE OY-TAIL             TO LAYAWAY-RECORD(37:84)
           WRITE LAYAWAY-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE LAYAWAY ' LA-LAYAWAY-NO
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-LAYAWAY
           .
       READ-NEW-LAYAWAY.
           READ LAYAWAY-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-NEW-LAYAWAY.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD LA-FULL-PRICE TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-LAYAWAY
           .
      *-----------------------------------------------------------------
      * --- GROWN FILES: ONE MODE PER FILE, SAME SHAPE AS THE CENTURY
      *     FILES -- THE OLD COPY IS LOADED WITH THE NEW FIELDS AT
      *     THEIR DEFAULTS, THE NEW COPY IS RE-READ, AND THE TWO ARE
      *     BALANCED ON ROW COUNT AND ONE MONEY FIELD.  NO .OLD COPY
      *     IS AN ERROR HERE, AS IT IS FOR THE TENANT MODE ------------
       START-GROWN-FILE.
           SET CONVERSION-BALANCED TO TRUE
           MOVE ZEROS TO WS-CV-BEFORE-COUNT WS-CV-AFTER-COUNT
                         WS-CV-BEFORE-TOTAL WS-CV-AFTER-TOTAL
           MOVE 0 TO WS-CV-EOF-SW
           .
       REPORT-OLD-FILE-MISSING.
           DISPLAY WS-CV-FILE-NAME '.OLD NOT FOUND -- RENAME THE LIVE '
                   'FILE FIRST'
           MOVE 1 TO RETURN-CODE
           .
      *-----------------------------------------------------------------
      * --- TENANTM: THE 452-BYTE MASTER FROM BEFORE THE DISCOUNT,
      *     STORE, BANK-PROTECT, AND SOLD-NOTICE FIELDS.  BALANCES ON
      *     MONTHLY RENT.  RUN "GNUMAIN BANKCNV" AFTERWARDS -----------
       CONVERT-GROWN-TENANTM.
           PERFORM START-GROWN-FILE
           MOVE 'TENANTM' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OM-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TENANT-MASTER
           PERFORM READ-OLD-TENANTM
           PERFORM LOAD-ONE-TENANTM UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-MASTER-FILE
           CLOSE TENANT-MASTER
           OPEN INPUT TENANT-MASTER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-TENANTM
           PERFORM COUNT-ONE-TENANTM UNTIL END-OF-CONVERT-FILE
           CLOSE TENANT-MASTER
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-TENANTM.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-TENANTM.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OM-RENT-AMOUNT TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO TENANT-MASTER-RECORD
           MOVE OLD-MASTER-RECORD   TO TENANT-MASTER-RECORD(1:452)
           MOVE WS-TM-RELEASE-FIELDS TO TENANT-MASTER-RECORD(453:16)
           WRITE TENANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE TENANT ' TM-TENANT-ID
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-TENANTM
           .
       READ-NEW-TENANTM.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-TENANTM.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD TM-RENT-AMOUNT TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-TENANTM
           .
      *-----------------------------------------------------------------
      * --- TMJRNL: BOTH IMAGES GROW FROM 452 TO 468 BYTES.  A BLANK
      *     IMAGE (NO BEFORE ON A WRITE, NO AFTER ON A DELETE) STAYS
      *     BLANK; A FILLED ONE GETS THE SAME TAIL AS TENANTM.  NO
      *     MONEY ON THE JOURNAL ROW, SO IT BALANCES ON ROWS ONLY -----
       CONVERT-GROWN-TMJRNL.
           PERFORM START-GROWN-FILE
           MOVE 'TMJRNL' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-JOURNAL-FILE
           IF WS-OJ-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TM-JOURNAL
           PERFORM READ-OLD-TMJRNL
           PERFORM LOAD-ONE-TMJRNL UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-JOURNAL-FILE
           CLOSE TM-JOURNAL
           OPEN INPUT TM-JOURNAL
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-TMJRNL
           PERFORM COUNT-ONE-TMJRNL UNTIL END-OF-CONVERT-FILE
           CLOSE TM-JOURNAL
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-TMJRNL.
           READ OLD-JOURNAL-FILE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-TMJRNL.
           ADD 1 TO WS-CV-BEFORE-COUNT
           MOVE SPACES              TO TM-JOURNAL-RECORD
           MOVE OJ-HEADER           TO TM-JOURNAL-RECORD(1:23)
           IF OJ-BEFORE-IMAGE NOT = SPACES
               MOVE OJ-BEFORE-IMAGE      TO JR-BEFORE-IMAGE(1:452)
               MOVE WS-TM-RELEASE-FIELDS TO JR-BEFORE-IMAGE(453:16)
           END-IF
           IF OJ-AFTER-IMAGE NOT = SPACES
               MOVE OJ-AFTER-IMAGE       TO JR-AFTER-IMAGE(1:452)
               MOVE WS-TM-RELEASE-FIELDS TO JR-AFTER-IMAGE(453:16)
           END-IF
           WRITE TM-JOURNAL-RECORD
           PERFORM READ-OLD-TMJRNL
           .
       READ-NEW-TMJRNL.
           READ TM-JOURNAL
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-TMJRNL.
           ADD 1 TO WS-CV-AFTER-COUNT
           PERFORM READ-NEW-TMJRNL
           .
      *-----------------------------------------------------------------
      * --- CUSTMAST: REWARDS, MAILING ADDRESS, OPT-INS, AND MERGE
      *     POINTER ARE NEW.  NOBODY IS OPTED IN UNTIL THEY ASK AT THE
      *     COUNTER.  NO MONEY ON THE RECORD: BALANCES ON ROWS ONLY ---
       CONVERT-GROWN-CUSTMAST.
           PERFORM START-GROWN-FILE
           MOVE 'CUSTMAST' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-CUSTOMER-FILE
           IF WS-OU-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUSTOMER-MASTER
           PERFORM READ-OLD-CUSTMAST
           PERFORM LOAD-ONE-CUSTMAST UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-CUSTOMER-FILE
           CLOSE CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-MASTER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-CUSTMAST
           PERFORM COUNT-ONE-CUSTMAST UNTIL END-OF-CONVERT-FILE
           CLOSE CUSTOMER-MASTER
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-CUSTMAST.
           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-CUSTMAST.
           ADD 1 TO WS-CV-BEFORE-COUNT
           MOVE SPACES              TO CUSTOMER-MASTER-RECORD
           MOVE OLD-CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD(1:68)
           MOVE ZEROS               TO CU-REWARD-POINTS
                                       CU-REWARDS-ISSUED
                                       CU-LAST-REWARD-DATE
           MOVE SPACES              TO CU-ADDRESS-LINE CU-CITY
                                       CU-STATE CU-POSTAL-CODE
                                       CU-EMAIL
           MOVE 'N'                 TO CU-MAIL-OPT-IN CU-EMAIL-OPT-IN
           MOVE ZEROS               TO CU-MERGED-INTO
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE CUSTOMER ' CU-CUSTOMER-NO
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-CUSTMAST
           .
       READ-NEW-CUSTMAST.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-CUSTMAST.
           ADD 1 TO WS-CV-AFTER-COUNT
           PERFORM READ-NEW-CUSTMAST
           .
      *-----------------------------------------------------------------
      * --- GIFTCERT: EVERY OLD CERTIFICATE WAS SOLD, NOT ISSUED AS A
      *     REWARD, SO THE ISSUE TYPE IS BLANK.  BALANCES ON FACE -----
       CONVERT-GROWN-GIFTCERT.
           PERFORM START-GROWN-FILE
           MOVE 'GIFTCERT' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-GIFT-CERT-FILE
           IF WS-OG-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GIFT-CERT-FILE
           PERFORM READ-OLD-GIFTCERT
           PERFORM LOAD-ONE-GIFTCERT UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-GIFT-CERT-FILE
           CLOSE GIFT-CERT-FILE
           OPEN INPUT GIFT-CERT-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-GIFTCERT
           PERFORM COUNT-ONE-GIFTCERT UNTIL END-OF-CONVERT-FILE
           CLOSE GIFT-CERT-FILE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-GIFTCERT.
           READ OLD-GIFT-CERT-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-GIFTCERT.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OG-AMOUNT TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO GIFT-CERT-RECORD
           MOVE OLD-GIFT-CERT-RECORD TO GIFT-CERT-RECORD(1:44)
           MOVE SPACE               TO GC-ISSUE-TYPE
           WRITE GIFT-CERT-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE CERTIFICATE ' GC-CERT-NO
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-GIFTCERT
           .
       READ-NEW-GIFTCERT.
           READ GIFT-CERT-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-GIFTCERT.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD GC-AMOUNT TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-GIFTCERT
           .
      *-----------------------------------------------------------------
      * --- CHKREG: EVERY OLD CHECK WENT TO A TENANT, SO THE VENDOR
      *     NUMBER IS ZERO.  BALANCES ON CHECK AMOUNT -----------------
       CONVERT-GROWN-CHKREG.
           PERFORM START-GROWN-FILE
           MOVE 'CHKREG' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-CHECK-FILE
           IF WS-OK-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHECK-REGISTER
           PERFORM READ-OLD-CHKREG
           PERFORM LOAD-ONE-CHKREG UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-CHECK-FILE
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-CHKREG
           PERFORM COUNT-ONE-CHKREG UNTIL END-OF-CONVERT-FILE
           CLOSE CHECK-REGISTER
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-CHKREG.
           READ OLD-CHECK-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-CHKREG.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OK-AMOUNT TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO CHECK-REGISTER-RECORD
           MOVE OLD-CHECK-RECORD    TO CHECK-REGISTER-RECORD(1:47)
           MOVE ZEROS               TO CR-VENDOR-ID
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE CHECK ' CR-CHECK-NO ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-CHKREG
           .
       READ-NEW-CHKREG.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-CHKREG.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD CR-AMOUNT TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-CHKREG
           .
      *-----------------------------------------------------------------
      * --- PAYREG: THE CARRY-IN, HOLD, WITHHOLDING, CARD-FEE,
      *     DISPUTE, AND REFUND COLUMNS ARE ZERO AND EVERY OLD ROW IS
      *     A REGULAR RUN.  BALANCES ON NET PAID ----------------------
       CONVERT-GROWN-PAYREG.
           PERFORM START-GROWN-FILE
           MOVE 'PAYREG' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-PAYOUT-FILE
           IF WS-OP-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYOUT-REGISTER
           PERFORM READ-OLD-PAYREG
           PERFORM LOAD-ONE-PAYREG UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-PAYOUT-FILE
           CLOSE PAYOUT-REGISTER
           OPEN INPUT PAYOUT-REGISTER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-PAYREG
           PERFORM COUNT-ONE-PAYREG UNTIL END-OF-CONVERT-FILE
           CLOSE PAYOUT-REGISTER
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-PAYREG.
           READ OLD-PAYOUT-FILE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-PAYREG.
           ADD 1 TO WS-CV-BEFORE-COUNT
           IF OP-NET-PAID IS NUMERIC
               ADD OP-NET-PAID TO WS-CV-BEFORE-TOTAL
           END-IF
           MOVE SPACES              TO PAYOUT-REGISTER-RECORD
           MOVE OLD-PAYOUT-RECORD   TO PAYOUT-REGISTER-RECORD(1:42)
           MOVE ZEROS               TO PR-CARRIED-IN PR-HELD-AMOUNT
                                       PR-BACKUP-WITHHELD PR-CARD-FEE
                                       PR-DISPUTE-HOLD PR-REFUND-PAID
           MOVE SPACE               TO PR-RUN-TYPE
           WRITE PAYOUT-REGISTER-RECORD
           PERFORM READ-OLD-PAYREG
           .
       READ-NEW-PAYREG.
           READ PAYOUT-REGISTER
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-PAYREG.
           ADD 1 TO WS-CV-AFTER-COUNT
           IF PR-NET-PAID IS NUMERIC
               ADD PR-NET-PAID TO WS-CV-AFTER-TOTAL
           END-IF
           PERFORM READ-NEW-PAYREG
           .
      *-----------------------------------------------------------------
      * --- GLJRNL: OLD ROWS ALL CAME FROM GLPOST, WHICH LEAVES THE
      *     SOURCE BLANK.  BALANCES ON DEBITS --------------------------
       CONVERT-GROWN-GLJRNL.
           PERFORM START-GROWN-FILE
           MOVE 'GLJRNL' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-GL-JOURNAL-FILE
           IF WS-OQ-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-JOURNAL
           PERFORM READ-OLD-GLJRNL
           PERFORM LOAD-ONE-GLJRNL UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-GL-JOURNAL-FILE
           CLOSE GL-JOURNAL
           OPEN INPUT GL-JOURNAL
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-GLJRNL
           PERFORM COUNT-ONE-GLJRNL UNTIL END-OF-CONVERT-FILE
           CLOSE GL-JOURNAL
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-GLJRNL.
           READ OLD-GL-JOURNAL-FILE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-GLJRNL.
           ADD 1 TO WS-CV-BEFORE-COUNT
           IF OQ-DEBIT IS NUMERIC
               ADD OQ-DEBIT TO WS-CV-BEFORE-TOTAL
           END-IF
           MOVE SPACES              TO GL-JOURNAL-RECORD
           MOVE OLD-GL-JOURNAL-RECORD TO GL-JOURNAL-RECORD(1:56)
           MOVE SPACES              TO GJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           PERFORM READ-OLD-GLJRNL
           .
       READ-NEW-GLJRNL.
           READ GL-JOURNAL
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-GLJRNL.
           ADD 1 TO WS-CV-AFTER-COUNT
           IF GJ-DEBIT IS NUMERIC
               ADD GJ-DEBIT TO WS-CV-AFTER-TOTAL
           END-IF
           PERFORM READ-NEW-GLJRNL
           .
      *-----------------------------------------------------------------
      * --- WORKORDS: NO OLD ORDER WAS PAID THROUGH BILLPAY, SO THE
      *     PAID DATE AND CHECK ARE ZERO.  BALANCES ON COST -----------
       CONVERT-GROWN-WORKORDS.
           PERFORM START-GROWN-FILE
           MOVE 'WORKORDS' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-WORK-ORDER-FILE
           IF WS-OO-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-ORDER-FILE
           PERFORM READ-OLD-WORKORDS
           PERFORM LOAD-ONE-WORKORDS UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-WORK-ORDER-FILE
           CLOSE WORK-ORDER-FILE
           OPEN INPUT WORK-ORDER-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-WORKORDS
           PERFORM COUNT-ONE-WORKORDS UNTIL END-OF-CONVERT-FILE
           CLOSE WORK-ORDER-FILE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-WORKORDS.
           READ OLD-WORK-ORDER-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-WORKORDS.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OO-COST TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO WORK-ORDER-RECORD
           MOVE OLD-WORK-ORDER-RECORD TO WORK-ORDER-RECORD(1:73)
           MOVE ZEROS               TO WO-PAID-DATE WO-PAID-CHECK-NO
           WRITE WORK-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE WORK ORDER ' WO-ORDER-NO
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-WORKORDS
           .
       READ-NEW-WORKORDS.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-WORKORDS.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD WO-COST TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-WORKORDS
           .
      *-----------------------------------------------------------------
      * --- BOOTHMST: EVERY OLD BOOTH IS IN STORE 01.  BALANCES ON
      *     MONTHLY RATE ----------------------------------------------
       CONVERT-GROWN-BOOTHMST.
           PERFORM START-GROWN-FILE
           MOVE 'BOOTHMST' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-BOOTH-FILE
           IF WS-OB-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BOOTH-MASTER
           PERFORM READ-OLD-BOOTHMST
           PERFORM LOAD-ONE-BOOTHMST UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-BOOTH-FILE
           CLOSE BOOTH-MASTER
           OPEN INPUT BOOTH-MASTER
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-BOOTHMST
           PERFORM COUNT-ONE-BOOTHMST UNTIL END-OF-CONVERT-FILE
           CLOSE BOOTH-MASTER
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-BOOTHMST.
           READ OLD-BOOTH-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-BOOTHMST.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OB-MONTHLY-RATE TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO BOOTH-MASTER-RECORD
           MOVE OLD-BOOTH-RECORD    TO BOOTH-MASTER-RECORD(1:78)
           MOVE '01'                TO BM-STORE-ID
           WRITE BOOTH-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE BOOTH ' BM-BOOTH-ID ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-BOOTHMST
           .
       READ-NEW-BOOTHMST.
           READ BOOTH-MASTER NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-BOOTHMST.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD BM-MONTHLY-RATE TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-BOOTHMST
           .
      *-----------------------------------------------------------------
      * --- BUSDAY: ONE CONTROL RECORD PER STORE AT THE STORE'S OWN
      *     RELATIVE NUMBER, SO EACH OLD RECORD KEEPS ITS SLOT AND
      *     TAKES THAT SLOT AS ITS STORE ID.  NO MONEY: ROWS ONLY -----
       CONVERT-GROWN-BUSDAY.
           PERFORM START-GROWN-FILE
           MOVE 'BUSDAY' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-BUSINESS-DAY
           IF WS-OD-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BUSINESS-DAY
           PERFORM READ-OLD-BUSDAY
           PERFORM LOAD-ONE-BUSDAY UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-BUSINESS-DAY
           CLOSE BUSINESS-DAY
           OPEN INPUT BUSINESS-DAY
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-BUSDAY
           PERFORM COUNT-ONE-BUSDAY UNTIL END-OF-CONVERT-FILE
           CLOSE BUSINESS-DAY
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-BUSDAY.
           READ OLD-BUSINESS-DAY NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-BUSDAY.
           ADD 1 TO WS-CV-BEFORE-COUNT
           MOVE SPACES                  TO BUSINESS-DAY-RECORD
           MOVE OLD-BUSINESS-DAY-RECORD TO BUSINESS-DAY-RECORD(1:15)
           MOVE WS-OD-RRN               TO WS-BD-RRN WS-BD-STORE-NUM
           MOVE WS-BD-STORE-NUM         TO BD-STORE-ID
           WRITE BUSINESS-DAY-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE BUSINESS-DAY SLOT ' WS-BD-RRN
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-BUSDAY
           .
       READ-NEW-BUSDAY.
           READ BUSINESS-DAY NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-BUSDAY.
           ADD 1 TO WS-CV-AFTER-COUNT
           PERFORM READ-NEW-BUSDAY
           .
      *-----------------------------------------------------------------
      * --- MDHIST: BOTH PRICES WIDEN TO 9(6)V99; THE SOURCE STAYS
      *     BLANK (A MARKDOWN-RUN ROW) AND THE OPERATOR IS UNKNOWN.
      *     BALANCES ON THE NEW PRICE ---------------------------------
       CONVERT-GROWN-MDHIST.
           PERFORM START-GROWN-FILE
           MOVE 'MDHIST' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-MARKDOWN-FILE
           IF WS-OX-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MARKDOWN-HISTORY
           PERFORM READ-OLD-MDHIST
           PERFORM LOAD-ONE-MDHIST UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-MARKDOWN-FILE
           CLOSE MARKDOWN-HISTORY
           OPEN INPUT MARKDOWN-HISTORY
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-MDHIST
           PERFORM COUNT-ONE-MDHIST UNTIL END-OF-CONVERT-FILE
           CLOSE MARKDOWN-HISTORY
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-MDHIST.
           READ OLD-MARKDOWN-FILE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-MDHIST.
           ADD 1 TO WS-CV-BEFORE-COUNT
           IF OX-NEW-PRICE IS NUMERIC
               ADD OX-NEW-PRICE TO WS-CV-BEFORE-TOTAL
           END-IF
           MOVE SPACES              TO MARKDOWN-HISTORY-RECORD
           MOVE OX-HEADER           TO MARKDOWN-HISTORY-RECORD(1:26)
           MOVE OX-OLD-PRICE        TO MH-OLD-PRICE
           MOVE OX-NEW-PRICE        TO MH-NEW-PRICE
           MOVE OX-PCT-OFF          TO MH-PCT-OFF
           MOVE SPACE               TO MH-SOURCE
           MOVE SPACES              TO MH-OPERATOR-ID
           WRITE MARKDOWN-HISTORY-RECORD
           PERFORM READ-OLD-MDHIST
           .
       READ-NEW-MDHIST.
           READ MARKDOWN-HISTORY
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-MDHIST.
           ADD 1 TO WS-CV-AFTER-COUNT
           IF MH-NEW-PRICE IS NUMERIC
               ADD MH-NEW-PRICE TO WS-CV-AFTER-TOTAL
           END-IF
           PERFORM READ-NEW-MDHIST
           .
      *-----------------------------------------------------------------
      * --- SUSPENSE: THE PRICE WIDENS TO 9(6)V99.  BALANCES ON IT ---
       CONVERT-GROWN-SUSPENSE.
           PERFORM START-GROWN-FILE
           MOVE 'SUSPENSE' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-SUSPENSE-FILE
           IF WS-OS-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM READ-OLD-SUSPENSE
           PERFORM LOAD-ONE-SUSPENSE UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-SUSPENSE-FILE
           CLOSE SUSPENSE-FILE
           OPEN INPUT SUSPENSE-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-SUSPENSE
           PERFORM COUNT-ONE-SUSPENSE UNTIL END-OF-CONVERT-FILE
           CLOSE SUSPENSE-FILE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-SUSPENSE.
           READ OLD-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-SUSPENSE.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OS-PRICE TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO SUSPENSE-RECORD
           MOVE OS-KEY              TO SU-KEY
           MOVE OS-DATE-DESCRIPTION TO SUSPENSE-RECORD(9:36)
           MOVE OS-PRICE            TO SU-PRICE
           MOVE OS-TAIL             TO SUSPENSE-RECORD(53:25)
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE SUSPENSE KEY ' SU-KEY
                           ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-SUSPENSE
           .
       READ-NEW-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-SUSPENSE.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD SU-PRICE TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-SUSPENSE
           .
      *-----------------------------------------------------------------
      * --- WRITEOFF: THE PRICE WIDENS TO 9(6)V99.  BALANCES ON IT ---
       CONVERT-GROWN-WRITEOFF.
           PERFORM START-GROWN-FILE
           MOVE 'WRITEOFF' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-WRITE-OFF-FILE
           IF WS-OV-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WRITE-OFF-FILE
           PERFORM READ-OLD-WRITEOFF
           PERFORM LOAD-ONE-WRITEOFF UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-WRITE-OFF-FILE
           CLOSE WRITE-OFF-FILE
           OPEN INPUT WRITE-OFF-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-WRITEOFF
           PERFORM COUNT-ONE-WRITEOFF UNTIL END-OF-CONVERT-FILE
           CLOSE WRITE-OFF-FILE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-WRITEOFF.
           READ OLD-WRITE-OFF-FILE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-WRITEOFF.
           ADD 1 TO WS-CV-BEFORE-COUNT
           IF OV-PRICE IS NUMERIC
               ADD OV-PRICE TO WS-CV-BEFORE-TOTAL
           END-IF
           MOVE SPACES              TO WRITE-OFF-RECORD
           MOVE OV-HEADER           TO WRITE-OFF-RECORD(1:31)
           MOVE OV-PRICE            TO WO-PRICE
           MOVE OV-OPERATOR-ID      TO WO-OPERATOR-ID
                                       OF WRITE-OFF-RECORD
           WRITE WRITE-OFF-RECORD
           PERFORM READ-OLD-WRITEOFF
           .
       READ-NEW-WRITEOFF.
           READ WRITE-OFF-FILE
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-WRITEOFF.
           ADD 1 TO WS-CV-AFTER-COUNT
           IF WO-PRICE IS NUMERIC
               ADD WO-PRICE TO WS-CV-AFTER-TOTAL
           END-IF
           PERFORM READ-NEW-WRITEOFF
           .
      *-----------------------------------------------------------------
      * --- AUCTFILE: THE HAMMER PRICE WIDENS TO 9(6)V99.  BALANCES
      *     ON IT ------------------------------------------------------
       CONVERT-GROWN-AUCTFILE.
           PERFORM START-GROWN-FILE
           MOVE 'AUCTFILE' TO WS-CV-FILE-NAME
           OPEN INPUT OLD-AUCTION-FILE
           IF WS-OZ-STATUS = '35'
               PERFORM REPORT-OLD-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUCTION-FILE
           PERFORM READ-OLD-AUCTFILE
           PERFORM LOAD-ONE-AUCTFILE UNTIL END-OF-CONVERT-FILE
           CLOSE OLD-AUCTION-FILE
           CLOSE AUCTION-FILE
           OPEN INPUT AUCTION-FILE
           MOVE 0 TO WS-CV-EOF-SW
           PERFORM READ-NEW-AUCTFILE
           PERFORM COUNT-ONE-AUCTFILE UNTIL END-OF-CONVERT-FILE
           CLOSE AUCTION-FILE
           PERFORM REPORT-CONVERSION-BALANCE
           .
       READ-OLD-AUCTFILE.
           READ OLD-AUCTION-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       LOAD-ONE-AUCTFILE.
           ADD 1 TO WS-CV-BEFORE-COUNT
           ADD OZ-HAMMER-PRICE TO WS-CV-BEFORE-TOTAL
           MOVE SPACES              TO AUCTION-LOT-RECORD
           MOVE OZ-LOT-NO           TO AU-LOT-NO
           MOVE OZ-SKU-STATUS-BIDDER TO AUCTION-LOT-RECORD(5:17)
           MOVE OZ-HAMMER-PRICE     TO AU-HAMMER-PRICE
           MOVE OZ-SALE-DATE        TO AU-SALE-DATE
           WRITE AUCTION-LOT-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE LOT ' AU-LOT-NO ' -- SKIPPED'
           END-WRITE
           PERFORM READ-OLD-AUCTFILE
           .
       READ-NEW-AUCTFILE.
           READ AUCTION-FILE NEXT RECORD
               AT END
                   SET END-OF-CONVERT-FILE TO TRUE
           END-READ
           .
       COUNT-ONE-AUCTFILE.
           ADD 1 TO WS-CV-AFTER-COUNT
           ADD AU-HAMMER-PRICE TO WS-CV-AFTER-TOTAL
           PERFORM READ-NEW-AUCTFILE
           .
      *-----------------------------------------------------------------
      * --- BEFORE/AFTER CONTROL LINES FOR THE FILE JUST CONVERTED ----
       REPORT-CONVERSION-BALANCE.
           MOVE WS-CV-BEFORE-TOTAL TO WS-CV-TOTAL-SHOW
           DISPLAY WS-CV-FILE-NAME ' BEFORE: ' WS-CV-BEFORE-COUNT
                   ' ROWS  TOTAL ' WS-CV-TOTAL-SHOW
           MOVE WS-CV-AFTER-TOTAL TO WS-CV-TOTAL-SHOW
           DISPLAY WS-CV-FILE-NAME ' AFTER:  ' WS-CV-AFTER-COUNT
                   ' ROWS  TOTAL ' WS-CV-TOTAL-SHOW
           IF WS-CV-BEFORE-COUNT = WS-CV-AFTER-COUNT
                   AND WS-CV-BEFORE-TOTAL = WS-CV-AFTER-TOTAL
               DISPLAY WS-CV-FILE-NAME ' BALANCED'
           ELSE
               DISPLAY WS-CV-FILE-NAME ' OUT OF BALANCE'
               SET CONVERSION-OUT TO TRUE
               MOVE 1 TO RETURN-CODE
           END-IF
           .
