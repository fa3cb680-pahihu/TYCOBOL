          03 TG-SKU                PIC X(12).
          03 TG-DESCRIPTION        PIC X(30).
          03 TG-CATEGORY           PIC X(4).
          03 TG-PRICE              PIC 9(6)V9(2).
          03 TG-DATE-CODE          PIC X(4).
