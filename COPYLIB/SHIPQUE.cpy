      *-----------------------------------------------------------------
      *    SHIPQUE.cpy -- TO-BE-SHIPPED queue record.  One row per
      *    CMSPLN sale the shop packs and ships, keyed by the receipt
      *    number: where it goes, what the buyer paid for shipping
      *    and handling (and the tax on it, where the destination
      *    state charges tax on shipping), and who rang it.  SHIPDESK
      *    records the carrier and tracking number when the parcel
      *    leaves and lists the rows still waiting, oldest first.
      *-----------------------------------------------------------------
       01 SHIP-QUEUE-RECORD.
          03 SQ-RECEIPT-NO        PIC 9(6).
      * --- YYMMDD, THE LEDGER'S DATE OF SALE --------------------------
          03 SQ-DATE-OF-SALE      PIC 9(6).
          03 SQ-CUSTOMER-NO       PIC 9(6).
          03 SQ-SHIP-NAME         PIC X(30).
          03 SQ-ADDRESS-1         PIC X(40).
          03 SQ-ADDRESS-2         PIC X(40).
          03 SQ-CITY              PIC X(25).
          03 SQ-STATE             PIC X(2).
          03 SQ-POSTAL-CODE       PIC X(10).
          03 SQ-PHONE             PIC X(20).
          03 SQ-ITEM-COUNT        PIC 9(2).
          03 SQ-SHIP-CHARGE       PIC 9(4)V9(2).
          03 SQ-SHIP-TAX          PIC 9(4)V9(2).
          03 SQ-SOLD-BY           PIC X(3).
          03 SQ-STATUS            PIC X.
             88 SQ-IS-WAITING              VALUE 'Q'.
             88 SQ-IS-SHIPPED              VALUE 'S'.
      * --- FILLED IN BY SHIPDESK WHEN THE PARCEL LEAVES; THE DATE IS
      *     MMDDYYYY FROM DATEFMT --------------------------------------
          03 SQ-CARRIER           PIC X(10).
          03 SQ-TRACKING-NO       PIC X(30).
          03 SQ-SHIPPED-DATE      PIC 9(8).
          03 SQ-SHIPPED-BY        PIC X(3).
