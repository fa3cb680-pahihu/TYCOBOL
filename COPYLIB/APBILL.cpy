      *-----------------------------------------------------------------
      *    APBILL.cpy -- AP-BILL-FILE record layout.  One record per
      *    vendor bill keyed at APBILL: the vendor, their invoice
      *    number, when it is due, what it is for, and the GLACCTS
      *    account it is charged to.  A repair bill carries the work
      *    order it pays for.  BILLPAY pays the open bills as they
      *    come due, stamps each with the check that paid it, and
      *    posts the payment to GLJRNL.
      *-----------------------------------------------------------------
       01 AP-BILL-RECORD.
          03 BL-BILL-NO           PIC 9(6).
          03 BL-VENDOR-NO         PIC 9(6).
          03 BL-INVOICE-NO        PIC X(15).
          03 BL-DESCRIPTION       PIC X(30).
      * --- MMDDYYYY ---------------------------------------------------
          03 BL-DUE-DATE          PIC 9(8).
          03 BL-AMOUNT            PIC 9(6)V9(2).
          03 BL-GL-ACCOUNT        PIC 9(4).
      * --- ZERO WHEN THE BILL IS NOT FOR A WORK ORDER -----------------
          03 BL-WORK-ORDER-NO     PIC 9(6).
          03 BL-STATUS            PIC X.
             88 BL-IS-OPEN                 VALUE 'O'.
             88 BL-IS-PAID                 VALUE 'P'.
             88 BL-IS-CANCELLED            VALUE 'X'.
          03 BL-ENTERED-DATE      PIC 9(8).
          03 BL-OPERATOR-ID       PIC X(3).
          03 BL-PAID-DATE         PIC 9(8).
          03 BL-CHECK-NO          PIC 9(6).
