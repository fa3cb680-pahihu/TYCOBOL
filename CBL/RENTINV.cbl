               EXIT PARAGRAPH
           END-IF
           IF SL-TENANT-ID > ZEROS
                   AND SL-DATE-OF-SALE(3:4) = WS-PRIOR-YYMM
               SET SALES-ENTRY-NOT-FOUND TO TRUE
               SET SLS-IDX TO 1
               PERFORM SCAN-SALES-TABLE
