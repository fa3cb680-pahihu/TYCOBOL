      *-----------------------------------------------------------------
      *    PAYERID.cpy -- PAYER-ID control record.  One row holding
      *    the shop's own filer details for the electronic 1099-NEC
      *    file YR1099 writes: the payer TIN and name and address as
      *    registered with the IRS, the transmitter control code
      *    (TCC) issued for FIRE filing, and the contact the IRS
      *    calls about the file.  Maintained as data like PAYPOLCY;
      *    YR1099 seeds the shop name on first use and refuses to
      *    call the file ready until the TIN and TCC are filled in.
      *-----------------------------------------------------------------
       01 PAYER-ID-RECORD.
          03 PI-PAYER-TIN         PIC X(9).
          03 PI-TCC               PIC X(5).
          03 PI-PAYER-NAME        PIC X(40).
          03 PI-PAYER-ADDRESS     PIC X(40).
          03 PI-PAYER-CITY        PIC X(40).
          03 PI-PAYER-STATE       PIC X(2).
          03 PI-PAYER-ZIP         PIC X(9).
          03 PI-PAYER-PHONE       PIC X(15).
          03 PI-CONTACT-NAME      PIC X(40).
          03 PI-CONTACT-EMAIL     PIC X(50).
      * --- 'T' MARKS THE FILE AS A FIRE TEST SUBMISSION -------------
          03 PI-TEST-FILE-FLAG    PIC X.
             88 PI-IS-TEST-FILE            VALUE 'T'.
