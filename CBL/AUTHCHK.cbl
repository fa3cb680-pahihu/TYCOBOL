                                              'REFUND  '
                                              'DAYOPEN '
                                              'WAIVE   '
                                              'REOPEN  '
                                              'TAXID   '
                                              'OPERMNT '
                                              'TBLMNT  '
                                              'DISCLMT '
                                              'BADCHK  '
                                              'BANKVIEW'
                                              'CUSTMRG '
                                              'CPNMNT  '
                                              'PAYHOLD '
                                              'DLRCATS '
                                              'CATOVRD '
                                              'CLOSESGN'
                                              'CLOSEOVR'
                                              'SHOWSET '.
       COPY OPERPIN.
       LINKAGE SECTION.
       COPY AUTHCHK.
           MOVE AC-PIN-INPUT TO OP-PIN-INPUT
           CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
           IF OP-NOT-VALID
               EVALUATE TRUE
                   WHEN OP-PIN-LOCKED
                       MOVE 'PIN ENTRY LOCKED -- TOO MANY BAD PINS'
                           TO AC-MESSAGE
                   WHEN OP-PIN-EXPIRED
                       MOVE 'PIN EXPIRED -- SEE A MANAGER'
                           TO AC-MESSAGE
                   WHEN OP-PIN-INACTIVE
                       MOVE 'OPERATOR DEACTIVATED' TO AC-MESSAGE
                   WHEN OP-PIN-TRAINEE
                       MOVE 'TRAINEE PIN -- USE TRAINING MODE'
                           TO AC-MESSAGE
                   WHEN OTHER
                       MOVE 'PIN NOT ON OPERATOR TABLE' TO AC-MESSAGE
               END-EVALUATE
           ELSE
               MOVE OP-INITIALS-OUT TO AC-INITIALS-OUT
               PERFORM LOOKUP-FUNCTION-MINIMUM
           MOVE 'REOPEN  ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'TAXID   ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'OPERMNT ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'TBLMNT  ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'DISCLMT ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'BADCHK  ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'BANKVIEW' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'CUSTMRG ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'CPNMNT  ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'PAYHOLD ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'DLRCATS ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'CATOVRD ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'CLOSESGN' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'CLOSEOVR' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           MOVE 'SHOWSET ' TO FA-FUNCTION-CODE
           MOVE 3 TO FA-MIN-ROLE
           WRITE FUNCTION-AUTH-RECORD
           CLOSE FUNCTION-AUTH
           .
