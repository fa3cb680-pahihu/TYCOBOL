          03 LA-SKU               PIC X(12).
          03 LA-TENANT-ID         PIC 9(6).
          03 LA-CATEGORY          PIC X(4).
          03 LA-FULL-PRICE        PIC 9(6)V9(2).
          03 LA-PAID-TO-DATE      PIC 9(6)V9(2).
          03 LA-CUSTOMER-NAME     PIC X(30).
          03 LA-CUSTOMER-PHONE    PIC X(20).
