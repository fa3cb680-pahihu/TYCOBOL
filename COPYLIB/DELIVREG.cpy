      *    invoice, renewal notice, or dunning letter sent, appended
      *    by MAILPUT: who got which document which way ('E' to the
      *    MAILOUT file, 'P' on paper), so the owner can see that the
      *    notice actually went out and how.  SALEEVNT rows are
      *    CUSTCAMP announcements and carry a customer number in
      *    DV-TENANT-ID.
      *-----------------------------------------------------------------
       01 DELIVERY-REGISTER-RECORD.
          03 DV-DATE              PIC 9(8).
