                   SET GC-IS-OUTSTANDING    TO TRUE
                   MOVE WS-OPERATOR-INITIALS TO GC-OPERATOR-ID
                   MOVE SC-CUSTOMER-NO      TO GC-CUSTOMER-NO
                   MOVE SPACE               TO GC-ISSUE-TYPE
                   WRITE GIFT-CERT-RECORD
                       INVALID KEY
                           MOVE 'CERT NUMBER ALREADY ON FILE'
