       01 WS-EDIT-PCT          PIC ZZ9.
       01 WS-EDIT-SQFT         PIC Z(3)9.
       01 WS-EDIT-LATE-FEE     PIC Z(4)9.99.
       01 WS-EDIT-FULL-PRICE   PIC Z(5)9.99.
       01 WS-EDIT-DISC-PCT     PIC Z9.
       01 WS-EDIT-SALE-PRICE   PIC Z(5)9.99.
       01 WS-EDIT-COMMISSION   PIC Z(5)9.99.
       01 WS-EDIT-TENDER-1     PIC Z(5)9.99.
       01 WS-EDIT-TENDER-2     PIC Z(5)9.99.
       01 WS-EDIT-TAX          PIC Z(5)9.99.
      * --- WORKING COPIES OF FREE-TEXT FIELDS, COMMA-SCRUBBED BEFORE
      *     THEY GO INTO A COMMA-DELIMITED LINE -------------------------
       01 WS-CSV-LAST-NAME     PIC X(25).
