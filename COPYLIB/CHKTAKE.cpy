      *-----------------------------------------------------------------
      *    CHKTAKE.cpy -- CHECK-TAKEN log layout.  One row appended by
      *    CMSPLN for every sale tendered by check, carrying the
      *    writer's license or phone number the clerk keyed -- the
      *    sales ledger row has no room for it.  NSFREV looks the
      *    receipt up here to find who wrote a bounced check, and a
      *    row with an override manager is a check taken from a
      *    writer on the CHKNEG negative file, which EXCPDGST lists.
      *    The date is the ledger's CCYYMMDD date of sale.
      *-----------------------------------------------------------------
       01 CHECK-TAKEN-RECORD.
          03 CT-DATE-OF-SALE      PIC 9(8).
          03 CT-RECEIPT-NO        PIC 9(6).
          03 CT-WRITER-ID         PIC X(20).
          03 CT-CHECK-AMOUNT      PIC 9(6)V9(2).
          03 CT-LISTED-FLAG       PIC X.
             88 CT-WRITER-WAS-LISTED       VALUE 'Y'.
          03 CT-OVERRIDE-MGR-ID   PIC X(3).
          03 CT-OPERATOR-ID       PIC X(3).
