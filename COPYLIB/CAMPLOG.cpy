      *-----------------------------------------------------------------
      *    CAMPLOG.cpy -- CAMPAIGN-CONTACT-LOG record layout.  One row
      *    appended by CUSTCAMP for every customer told about a
      *    PROMOCAL sale event, with the route used ('E' e-mail
      *    through MAILPUT, 'P' printed label) and the opt-in flag as
      *    it stood when the contact was made, so the shop can show
      *    nobody who opted out was ever mailed, and the owner can
      *    count what went out per event.  The event is the PROMOCAL
      *    month/day plus the year it falls in.
      *-----------------------------------------------------------------
       01 CAMPAIGN-LOG-RECORD.
          03 CP-EVENT-KEY.
             05 CP-EVENT-YEAR     PIC 9(4).
             05 CP-EVENT-MMDD     PIC 9(4).
          03 CP-EVENT-NAME        PIC X(20).
          03 CP-DATE-SENT         PIC 9(8).
          03 CP-CUSTOMER-NO       PIC 9(6).
          03 CP-METHOD            PIC X.
             88 CP-WENT-BY-EMAIL           VALUE 'E'.
             88 CP-WENT-BY-PAPER           VALUE 'P'.
          03 CP-OPT-IN-FLAG       PIC X.
