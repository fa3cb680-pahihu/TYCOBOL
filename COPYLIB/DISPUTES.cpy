      *-----------------------------------------------------------------
      *    DISPUTES.cpy -- CARD DISPUTE register record.  One row per
      *    receipt a card customer disputed with the processor, keyed
      *    by the receipt number and filed by CHGBACK when the
      *    chargeback notice comes in.  DP-RESPOND-BY is an alternate
      *    key so the aging list walks the open disputes in deadline
      *    order.  The card rows of the receipt are marked on the
      *    sales ledger (SL-REFUNDED-FLAG) so CMSPAY holds their
      *    commission; CHGBACK closes the row won or lost, and
      *    CARDSETL stamps the day the processor's debit settled.
      *-----------------------------------------------------------------
       01 DISPUTE-RECORD.
          03 DP-RECEIPT-NO        PIC 9(6).
      * --- CCYYMMDD: THE DAY THE SALE WAS RUNG, THE DAY THE DISPUTE
      *     WAS KEYED, AND THE PROCESSOR'S RESPONSE DEADLINE ----------
          03 DP-SALE-DATE         PIC 9(8).
          03 DP-OPENED-DATE       PIC 9(8).
          03 DP-RESPOND-BY        PIC 9(8).
      * --- THE CARD-TENDERED MONEY ON THE RECEIPT'S SALE ROWS, THE
      *     CONSIGNOR COMMISSION ON THOSE ROWS, AND HOW MANY ROWS ------
          03 DP-CARD-AMOUNT       PIC 9(6)V9(2).
          03 DP-COMMISSION        PIC 9(6)V9(2).
          03 DP-ROW-COUNT         PIC 9(2).
          03 DP-STATUS            PIC X.
             88 DP-IS-OPEN                 VALUE 'O'.
             88 DP-IS-WON                  VALUE 'W'.
             88 DP-IS-LOST                 VALUE 'L'.
          03 DP-CLOSED-DATE       PIC 9(8).
      * --- ON A LOST DISPUTE: THE PROCESSOR'S CHARGEBACK FEE, AND 'Y'
      *     WHEN THE CUSTOMER BROUGHT THE MERCHANDISE BACK -------------
          03 DP-CHARGEBACK-FEE    PIC 9(4)V9(2).
          03 DP-ITEM-RETURNED     PIC X.
             88 DP-MERCHANDISE-BACK        VALUE 'Y'.
      * --- CCYYMMDD OF THE SETTLEMENT-FILE DEBIT CARDSETL MATCHED TO
      *     THE DISPUTE; ZERO UNTIL THE MONEY IS SEEN LEAVING ----------
          03 DP-DEBIT-DATE        PIC 9(8).
