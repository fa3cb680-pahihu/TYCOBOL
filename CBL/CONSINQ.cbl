          03 WS-FOUND-SW       PIC 9 VALUE 0.
             88 TENANT-FOUND           VALUE 1.
             88 TENANT-NOT-FOUND       VALUE 0.
       01 WS-THIS-CCYYMM       PIC 9(6) VALUE ZEROS.
       01 WS-AVAIL-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-SOLD-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-SOLD-TOTAL        PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-LAST-PAY-NET      PIC S9(6)V9(2) VALUE ZEROS.
       01 WS-LIST-LIMIT        PIC 9(2) VALUE 8.
       01 WS-LIST-USED         PIC 9(2) VALUE ZEROS.
       01 WS-ITEM-PRICE-SHOW   PIC ZZZ,ZZ9.99.
       COPY DATEFMT.
       COPY WSSCRN.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-THIS-CCYYMM = DF-YEAR * 100 + DF-MONTH
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS = '35'
               DISPLAY 'TENANT MASTER NOT ON FILE'
           END-IF
           IF SL-TENANT-ID = SC-TENANT-ID
                   AND SL-DATE-OF-SALE NUMERIC
                   AND SL-DATE-OF-SALE(1:6) = WS-THIS-CCYYMM
               IF SL-IS-RETURN
                   IF WS-SOLD-COUNT > ZEROS
                       SUBTRACT 1 FROM WS-SOLD-COUNT
