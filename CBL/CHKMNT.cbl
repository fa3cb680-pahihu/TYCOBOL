       01 WS-OLD-TENANT        PIC 9(6) VALUE ZEROS.
       01 WS-OLD-AMOUNT        PIC 9(6)V9(2) VALUE ZEROS.
       01 WS-OLD-PERIOD        PIC 9(4) VALUE ZEROS.
       01 WS-OLD-VENDOR        PIC 9(6) VALUE ZEROS.
       01 WS-STALE-DAYS        PIC 9(4) VALUE 90.
       01 WS-STALE-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-STALE-TOTAL       PIC 9(8)V9(2) VALUE ZEROS.
                   MOVE CR-TENANT-ID   TO WS-OLD-TENANT
                   MOVE CR-AMOUNT      TO WS-OLD-AMOUNT
                   MOVE CR-PERIOD-YYMM TO WS-OLD-PERIOD
                   MOVE CR-VENDOR-ID   TO WS-OLD-VENDOR
                   SET CR-IS-VOID TO TRUE
                   MOVE DF-MMDDYYYY TO CR-STATUS-DATE
                   REWRITE CHECK-REGISTER-RECORD
                   SET CR-IS-ISSUED     TO TRUE
                   MOVE DF-MMDDYYYY     TO CR-STATUS-DATE
                   MOVE WS-TARGET-CHECK TO CR-REPLACES-CHECK
                   MOVE WS-OLD-VENDOR   TO CR-VENDOR-ID
                   WRITE CHECK-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO WRITE REPLACEMENT'
