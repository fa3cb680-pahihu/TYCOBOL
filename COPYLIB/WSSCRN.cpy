       01 KEYBOARD-STATUS      PIC 9(4) VALUE ZEROS.
          88 F1-PRESSED                 VALUE 1001.
          88 F2-PRESSED                 VALUE 1002.
          88 F3-PRESSED                 VALUE 1003.
