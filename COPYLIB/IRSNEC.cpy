      *-----------------------------------------------------------------
      *    IRSNEC.cpy -- IRS1099 electronic filing records.  Fixed
      *    750-byte records in the IRS Publication 1220 layout for
      *    a 1099-NEC filing: one T (transmitter), one A (payer), a
      *    B per payee, a C (payer totals), and one F (end of
      *    transmission).  Amounts are in cents, zero-filled, with
      *    no decimal point.  Only the fields this shop files are
      *    broken out; everything else stays blank in the FILLERs.
      *    Amount code 1 is nonemployee compensation, amount code 4
      *    is federal income tax (backup) withheld.
      *-----------------------------------------------------------------
       01 IRS-T-RECORD.
          03 IT-RECORD-TYPE       PIC X.
          03 IT-PAYMENT-YEAR      PIC 9(4).
          03 IT-PRIOR-YEAR-IND    PIC X.
          03 IT-TRANSMITTER-TIN   PIC X(9).
          03 IT-TCC               PIC X(5).
          03 FILLER               PIC X(7).
          03 IT-TEST-FILE-IND     PIC X.
          03 IT-FOREIGN-IND       PIC X.
          03 IT-TRANSMITTER-NAME  PIC X(40).
          03 IT-TRANSMITTER-NAME-2 PIC X(40).
          03 IT-COMPANY-NAME      PIC X(40).
          03 IT-COMPANY-NAME-2    PIC X(40).
          03 IT-COMPANY-ADDRESS   PIC X(40).
          03 IT-COMPANY-CITY      PIC X(40).
          03 IT-COMPANY-STATE     PIC X(2).
          03 IT-COMPANY-ZIP       PIC X(9).
          03 FILLER               PIC X(15).
          03 IT-TOTAL-PAYEES      PIC 9(8).
          03 IT-CONTACT-NAME      PIC X(40).
          03 IT-CONTACT-PHONE     PIC X(15).
          03 IT-CONTACT-EMAIL     PIC X(50).
          03 FILLER               PIC X(91).
          03 IT-SEQUENCE-NO       PIC 9(8).
          03 FILLER               PIC X(10).
          03 IT-VENDOR-IND        PIC X.
          03 FILLER               PIC X(232).
       01 IRS-A-RECORD.
          03 IA-RECORD-TYPE       PIC X.
          03 IA-PAYMENT-YEAR      PIC 9(4).
          03 IA-COMBINED-FS-IND   PIC X.
          03 FILLER               PIC X(5).
          03 IA-PAYER-TIN         PIC X(9).
          03 IA-NAME-CONTROL      PIC X(4).
          03 IA-LAST-FILING-IND   PIC X.
          03 IA-TYPE-OF-RETURN    PIC X(2).
          03 IA-AMOUNT-CODES      PIC X(18).
          03 FILLER               PIC X(6).
          03 IA-FOREIGN-IND       PIC X.
          03 IA-PAYER-NAME        PIC X(40).
          03 IA-PAYER-NAME-2      PIC X(40).
          03 IA-TRANSFER-AGENT-IND PIC X.
          03 IA-PAYER-ADDRESS     PIC X(40).
          03 IA-PAYER-CITY        PIC X(40).
          03 IA-PAYER-STATE       PIC X(2).
          03 IA-PAYER-ZIP         PIC X(9).
          03 IA-PAYER-PHONE       PIC X(15).
          03 FILLER               PIC X(260).
          03 IA-SEQUENCE-NO       PIC 9(8).
          03 FILLER               PIC X(243).
       01 IRS-B-RECORD.
          03 IB-RECORD-TYPE       PIC X.
          03 IB-PAYMENT-YEAR      PIC 9(4).
          03 IB-CORRECTED-IND     PIC X.
          03 IB-NAME-CONTROL      PIC X(4).
          03 IB-TIN-TYPE          PIC X.
          03 IB-PAYEE-TIN         PIC X(9).
          03 IB-ACCOUNT-NO        PIC X(20).
          03 IB-OFFICE-CODE       PIC X(4).
          03 FILLER               PIC X(10).
          03 IB-AMOUNT-1          PIC 9(10)V9(2).
          03 IB-AMOUNT-2          PIC 9(10)V9(2).
          03 IB-AMOUNT-3          PIC 9(10)V9(2).
          03 IB-AMOUNT-4          PIC 9(10)V9(2).
      * --- AMOUNT CODES 5-9 AND A-J, NOT FILED HERE: ZERO-FILLED -----
          03 IB-OTHER-AMOUNTS     PIC X(168).
          03 FILLER               PIC X(16).
          03 IB-FOREIGN-IND       PIC X.
          03 IB-PAYEE-NAME        PIC X(40).
          03 IB-PAYEE-NAME-2      PIC X(40).
          03 IB-PAYEE-ADDRESS     PIC X(40).
          03 FILLER               PIC X(40).
          03 IB-PAYEE-CITY        PIC X(40).
          03 IB-PAYEE-STATE       PIC X(2).
          03 IB-PAYEE-ZIP         PIC X(9).
          03 FILLER               PIC X.
          03 IB-SEQUENCE-NO       PIC 9(8).
          03 FILLER               PIC X(36).
          03 IB-SECOND-TIN-NOTICE PIC X.
          03 FILLER               PIC X(2).
          03 IB-DIRECT-SALES-IND  PIC X.
          03 IB-FATCA-IND         PIC X.
          03 FILLER               PIC X(114).
          03 IB-SPECIAL-DATA      PIC X(60).
          03 IB-STATE-TAX-WH      PIC 9(10)V9(2).
          03 IB-LOCAL-TAX-WH      PIC 9(10)V9(2).
          03 IB-COMBINED-FS-CODE  PIC X(2).
          03 FILLER               PIC X(2).
       01 IRS-C-RECORD.
          03 IC-RECORD-TYPE       PIC X.
          03 IC-NUMBER-OF-PAYEES  PIC 9(8).
          03 FILLER               PIC X(6).
          03 IC-CONTROL-TOTAL-1   PIC 9(16)V9(2).
          03 IC-CONTROL-TOTAL-2   PIC 9(16)V9(2).
          03 IC-CONTROL-TOTAL-3   PIC 9(16)V9(2).
          03 IC-CONTROL-TOTAL-4   PIC 9(16)V9(2).
          03 IC-OTHER-TOTALS      PIC X(234).
          03 FILLER               PIC X(178).
          03 IC-SEQUENCE-NO       PIC 9(8).
          03 FILLER               PIC X(243).
       01 IRS-F-RECORD.
          03 IE-RECORD-TYPE       PIC X.
          03 IE-NUMBER-OF-A-RECS  PIC 9(8).
          03 IE-ZERO-FILL         PIC 9(21).
          03 FILLER               PIC X(19).
          03 IE-TOTAL-PAYEES      PIC 9(8).
          03 FILLER               PIC X(442).
          03 IE-SEQUENCE-NO       PIC 9(8).
          03 FILLER               PIC X(243).
