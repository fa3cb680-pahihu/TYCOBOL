      *-----------------------------------------------------------------
      *    CASELOG.cpy -- CASE-OPENING LOG record layout.  One row
      *    appended by CASEREG every time a clerk PINs in to unlock a
      *    locked case for a customer, so a piece found missing can be
      *    traced to whoever last had its case open.
      *-----------------------------------------------------------------
       01 CASE-OPENING-RECORD.
          03 CO-DATE              PIC 9(8).
          03 CO-TIME              PIC 9(6).
          03 CO-CASE-NO           PIC X(4).
          03 CO-OPERATOR-ID       PIC X(3).
          03 CO-REASON            PIC X(30).
