      *    REGISTER.  'R' FILES A REGISTER ROW ALONE, WHICH IS HOW
      *    THE PAPER COPIES GET THEIR 'P' ROWS.  THE MORNING ROUTINE
      *    SENDS MAILOUT THROUGH THE SHOP'S MAIL ACCOUNT AND CLEARS
      *    IT.  CUSTCAMP USES IT THE SAME WAY FOR SALE-EVENT MAIL TO
      *    CUSTOMERS, WITH THE CUSTOMER NUMBER IN MP-TENANT-ID.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-MAIL-LINE TO OUTBOUND-MAIL-RECORD
           WRITE OUTBOUND-MAIL-RECORD
           MOVE SPACES TO WS-MAIL-LINE
           IF MP-SUBJECT = SPACES
               STRING 'RE: ' MP-DOC-TYPE ' FOR TENANT ' MP-TENANT-ID
                   DELIMITED BY SIZE INTO WS-MAIL-LINE
           ELSE
               STRING 'RE: ' MP-SUBJECT
                   DELIMITED BY SIZE INTO WS-MAIL-LINE
           END-IF
           MOVE WS-MAIL-LINE TO OUTBOUND-MAIL-RECORD
           WRITE OUTBOUND-MAIL-RECORD
           MOVE SPACES TO OUTBOUND-MAIL-RECORD
