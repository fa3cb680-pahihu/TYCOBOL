      *-----------------------------------------------------------------
      *    VENDMAST.cpy -- VENDOR-MASTER record layout.  One record per
      *    outside payee the shop itself owes -- the utilities, the
      *    cleaning service, the repair contractors -- keyed by vendor
      *    number.  Kept by VENDMNT; APBILL enters their bills against
      *    it and BILLPAY prints the checks to the name and address
      *    here, so nobody hand-writes a check off a sticky note.
      *-----------------------------------------------------------------
       01 VENDOR-MASTER-RECORD.
          03 VM-VENDOR-NO         PIC 9(6).
          03 VM-NAME              PIC X(30).
          03 VM-CONTACT           PIC X(25).
          03 VM-ADDRESS-LINE-1    PIC X(50).
          03 VM-CITY              PIC X(40).
          03 VM-STATE-COUNTRY     PIC X(20).
          03 VM-POSTAL-CODE       PIC X(15).
          03 VM-TELEPHONE         PIC X(30).
      * --- OUR ACCOUNT NUMBER ON THEIR BOOKS, PRINTED ON THE CHECK
      *     MEMO SO THE PAYMENT LANDS ON THE RIGHT ACCOUNT -------------
          03 VM-ACCOUNT-REF       PIC X(20).
      * --- GLACCTS EXPENSE ACCOUNT A NEW BILL DEFAULTS TO -------------
          03 VM-DEFAULT-ACCOUNT   PIC 9(4).
          03 VM-STATUS            PIC X.
             88 VM-IS-ACTIVE               VALUE 'A'.
             88 VM-IS-INACTIVE             VALUE 'I'.
          03 VM-ADDED-DATE        PIC 9(8).
