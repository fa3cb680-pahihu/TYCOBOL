           MOVE WS-RENT-AMOUNT       TO SR-AMOUNT
           MOVE SC-RENTER-NAME       TO SR-RENTER-NAME
           MOVE WS-OPERATOR-INITIALS TO SR-OPERATOR-ID
           MOVE BM-STORE-ID          TO SR-STORE-ID
           WRITE SHORT-TERM-RENTAL-RECORD
           CLOSE SHORT-TERM-REGISTER
           .
           END-IF
           MOVE WS-TODAY-YYMMDD      TO DE-DATE
           MOVE '01'                 TO DE-REGISTER-ID
           MOVE BM-STORE-ID          TO DE-STORE-ID
           MOVE 'R'                  TO DE-TYPE
           MOVE WS-RENT-AMOUNT       TO DE-AMOUNT
           MOVE SPACES TO DE-REASON
