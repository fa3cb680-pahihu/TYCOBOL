       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-SALES-LEDGER    VALUE 1.
       01 WS-START-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-END-DATE          PIC 9(8) VALUE 99999999.
       01 WS-GROUP-NUM         PIC 9 VALUE ZEROS.
      * --- EVERY PRINT LINE ALSO GOES TO THE SPOOL FOR SPOOLVW ------
       COPY SPOOLIO.
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
      * --- CCYYMMDD; A SIX-DIGIT YYMMDD IS TAKEN AS THIS CENTURY ---
       GET-DATE-RANGE.
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-START-DATE
               IF WS-START-DATE < 1000000
                   ADD 20000000 TO WS-START-DATE
               END-IF
           END-IF
           IF ARGC > 1
               MOVE FUNCTION NUMVAL(ARGV(2)) TO WS-END-DATE
               IF WS-END-DATE < 1000000
                   ADD 20000000 TO WS-END-DATE
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
