      *    each body line ('L'), and closes ('C'), which also files
      *    the delivery in the DELIVREG register the way SPOOLIO
      *    files a report in SPOOLDIR.  'R' registers a paper
      *    delivery without writing any mail.  MP-SUBJECT, when not
      *    blank, replaces the tenant RE: line (CUSTCAMP's sale-event
      *    announcements go to customers, not tenants).
      *-----------------------------------------------------------------
       01 MAIL-PUT-PARAMS.
          03 MP-OPERATION          PIC X.
          03 MP-DOC-TYPE           PIC X(8).
          03 MP-METHOD             PIC X.
          03 MP-LINE-TEXT          PIC X(70).
          03 MP-SUBJECT            PIC X(60).
