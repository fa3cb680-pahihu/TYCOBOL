       MAINLINE.
           SET CL-NOT-VALID TO TRUE
           MOVE SPACES TO CL-NAME-OUT CL-PHONE-OUT CL-MESSAGE
                          CL-ADDRESS-OUT CL-CITY-OUT CL-STATE-OUT
                          CL-POSTAL-CODE-OUT
           IF CL-CUSTOMER-NO = ZEROS
               MOVE 'CUSTOMER NUMBER REQUIRED' TO CL-MESSAGE
               GOBACK
           EVALUATE TRUE
               WHEN WS-CU-STATUS NOT = '00'
                   MOVE 'CUSTOMER NOT ON FILE' TO CL-MESSAGE
               WHEN CU-IS-REMOVED AND CU-MERGED-INTO NUMERIC
                       AND CU-MERGED-INTO > ZEROS
                   STRING 'MERGED -- USE CUSTOMER ' CU-MERGED-INTO
                       DELIMITED BY SIZE INTO CL-MESSAGE
               WHEN CU-IS-REMOVED
                   MOVE 'CUSTOMER RECORD WAS REMOVED' TO CL-MESSAGE
               WHEN OTHER
                   SET CL-IS-VALID TO TRUE
                   MOVE CU-CUSTOMER-NAME TO CL-NAME-OUT
                   MOVE CU-PHONE         TO CL-PHONE-OUT
                   MOVE CU-ADDRESS-LINE  TO CL-ADDRESS-OUT
                   MOVE CU-CITY          TO CL-CITY-OUT
                   MOVE CU-STATE         TO CL-STATE-OUT
                   MOVE CU-POSTAL-CODE   TO CL-POSTAL-CODE-OUT
           END-EVALUATE
           CLOSE CUSTOMER-MASTER
           GOBACK
