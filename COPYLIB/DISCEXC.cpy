      *-----------------------------------------------------------------
      *    DISCEXC.cpy -- DISCOUNT-EXCEPTION register layout.  One row
      *    appended by CMSPLN for every sale line discounted past the
      *    consignor's standing limit on TENANT-MASTER, naming who the
      *    consignor was (the dealer who said yes on the phone) and
      *    the clerk who rang it.  DTR004 prints the consignor's rows
      *    on the statement for the period.  The date is the ledger's
      *    YYMMDD date of sale.
      *-----------------------------------------------------------------
       01 DISCOUNT-EXCEPTION-RECORD.
          03 DX-DATE-OF-SALE      PIC 9(6).
          03 DX-RECEIPT-NO        PIC 9(6).
          03 DX-LINE-NO           PIC 9(2).
          03 DX-TENANT-ID         PIC 9(6).
          03 DX-SKU               PIC X(12).
          03 DX-CATEGORY          PIC X(4).
          03 DX-FULL-PRICE        PIC 9(6)V9(2).
          03 DX-LIMIT-PCT         PIC 9(2).
          03 DX-GIVEN-PCT         PIC 9(2).
          03 DX-SALE-PRICE        PIC 9(6)V9(2).
          03 DX-APPROVED-BY       PIC X(20).
          03 DX-OPERATOR-ID       PIC X(3).
