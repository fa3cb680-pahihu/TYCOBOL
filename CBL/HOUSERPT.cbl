               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(3:4) TO WS-SALE-YYMM
           IF SL-TENANT-ID = ZEROS
               AND (WS-TARGET-YYMM = ZEROS
                    OR WS-SALE-YYMM = WS-TARGET-YYMM)
