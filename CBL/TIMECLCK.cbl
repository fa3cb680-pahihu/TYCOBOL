       01 WS-LAST-TYPE         PIC X VALUE SPACE.
       01 WS-FROM-DATE         PIC 9(6) VALUE ZEROS.
       01 WS-TO-DATE           PIC 9(6) VALUE 999999.
      * --- THE SAME RANGE AS CCYYMMDD, FOR THE SALES LEDGER ---------
       01 WS-FROM-ISO          PIC 9(8) VALUE ZEROS.
       01 WS-TO-ISO            PIC 9(8) VALUE ZEROS.
      * --- WEEKLY-HOURS ROLL-UP: ONE SLOT PER OPERATOR, WITH THE
      *     OPEN CLOCK-IN CARRIED UNTIL ITS CLOCK-OUT ARRIVES ----------
       01 WS-OP-COUNT          PIC 9(2) VALUE ZEROS.
           IF ARGC >= 3
               MOVE FUNCTION NUMVAL(ARGV(3)) TO WS-TO-DATE
           END-IF
           COMPUTE WS-FROM-ISO = 20000000 + WS-FROM-DATE
           COMPUTE WS-TO-ISO   = 20000000 + WS-TO-DATE
           EVALUATE TRUE
               WHEN MODE-IS-WEEKLY
                   PERFORM PRINT-WEEKLY-HOURS
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           IF SL-DATE-OF-SALE >= WS-FROM-ISO
                   AND SL-DATE-OF-SALE <= WS-TO-ISO
                   AND SL-DATE-OF-SALE NUMERIC
               MOVE SL-DATE-OF-SALE TO WS-DATE-ISO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-ISO)
               COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
