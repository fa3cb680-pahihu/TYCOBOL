      *    COMPLETED COSTS BY BOOTH AGAINST EACH BOOTH'S MONTHLY RATE,
      *    SO THE OWNER SEES WHICH BOOTHS COST MORE THAN THEY RENT
      *    FOR.  GLPOST PICKS THE SAME COMPLETED COSTS UP AS THE
      *    MONTH'S MAINTENANCE EXPENSE.  ONCE THE CONTRACTOR'S BILL
      *    IS PAID BY BILLPAY THE ORDER SHOWS THE PAID DATE AND CHECK,
      *    AND THE MONTHLY TOTAL SPLITS INTO PAID AND STILL OWED.
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT WORK-ORDER-FILE
       01 WS-SHOW-RATE         PIC 9(4)V9(2) VALUE ZEROS.
       01 WS-COST-FLAG         PIC X(18) VALUE SPACES.
       01 WS-RPT-TOTAL         PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-RPT-PAID          PIC 9(7)V9(2) VALUE ZEROS.
       01 WS-RPT-UNPAID        PIC 9(7)V9(2) VALUE ZEROS.
       COPY DATEFMT.
       COPY OPERPIN.
       COPY WSSCRN.
       01 SC-STATUS            PIC X VALUE SPACES.
       01 SC-COMPLETED-DATE    PIC 9(8) VALUE ZEROS.
       01 SC-COST              PIC 9(5)V9(2) VALUE ZEROS.
       01 SC-PAID-NOTE         PIC X(40) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
          03 LINE 14 COLUMN 18 PIC ZZ,ZZZ.9(2)
                               REVERSE-VIDEO
                               USING SC-COST.
          03 LINE 14 COLUMN 30 PIC X(40)
                               FROM SC-PAID-NOTE.
          03 LINE 16 COLUMN 04 VALUE 'Message:'.
          03 LINE 16 COLUMN 13 PIC X(40)
                               HIGHLIGHT
           .
       LOAD-OR-START-ORDER.
           MOVE SPACES TO SC-BOOTH-ID SC-DESCRIPTION SC-STATUS
                          SC-MESSAGE SC-PAID-NOTE
           MOVE ZEROS TO SC-REPORTED-DATE SC-COMPLETED-DATE SC-COST
           IF SC-ORDER-NO = ZEROS
               SET ORDER-IS-NEW TO TRUE
                       MOVE WO-STATUS         TO SC-STATUS
                       MOVE WO-COMPLETED-DATE TO SC-COMPLETED-DATE
                       MOVE WO-COST           TO SC-COST
                       IF WO-PAID-CHECK-NO > ZEROS
                           STRING 'PAID ' WO-PAID-DATE
                               ' CHECK ' WO-PAID-CHECK-NO
                               DELIMITED BY SIZE INTO SC-PAID-NOTE
                       ELSE
                           IF WO-IS-DONE
                               MOVE 'NOT YET PAID' TO SC-PAID-NOTE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .
               WHEN SC-STATUS NOT = 'O' AND SC-STATUS NOT = 'C'
                       AND SC-STATUS NOT = 'X'
                   MOVE 'STATUS MUST BE O, C, OR X' TO SC-MESSAGE
               WHEN ORDER-ON-FILE AND WO-PAID-CHECK-NO > ZEROS
                       AND SC-COST NOT = WO-COST
                   MOVE 'COST ALREADY PAID -- CANNOT BE CHANGED'
                       TO SC-MESSAGE
                   MOVE WO-COST TO SC-COST
               WHEN SC-STATUS = 'C' AND SC-COMPLETED-DATE = ZEROS
                   MOVE DF-MMDDYYYY TO SC-COMPLETED-DATE
                   SET ENTRY-IS-VALID TO TRUE
           IF ORDER-IS-NEW
               PERFORM GET-NEXT-ORDER-NO
               MOVE SC-ORDER-NO TO WO-ORDER-NO
               MOVE ZEROS TO WO-PAID-DATE WO-PAID-CHECK-NO
           END-IF
           MOVE SC-BOOTH-ID            TO WO-BOOTH-ID
           MOVE SC-REPORTED-DATE       TO WO-REPORTED-DATE
           DISPLAY '        BOOTH MAINTENANCE COSTS FOR ' WS-RPT-MM
                   '/' WS-RPT-YYYY
           DISPLAY ' '
           MOVE ZEROS TO WS-SUM-COUNT WS-RPT-TOTAL WS-RPT-PAID
                         WS-RPT-UNPAID
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'NO WORK ORDERS ON FILE'
           CLOSE BOOTH-MASTER
           DISPLAY ' '
           DISPLAY 'TOTAL MAINTENANCE: ' WS-RPT-TOTAL
           DISPLAY '  PAID BY CHECK:   ' WS-RPT-PAID
           DISPLAY '  NOT YET PAID:    ' WS-RPT-UNPAID
           .
       SUM-ONE-COMPLETED-ORDER.
           IF WO-IS-DONE
               AND WO-COMPLETED-DATE(5:4) = WS-RPT-YYYY
               PERFORM ADD-TO-BOOTH-SUM
               ADD WO-COST TO WS-RPT-TOTAL
               IF WO-PAID-CHECK-NO > ZEROS
                   ADD WO-COST TO WS-RPT-PAID
               ELSE
                   ADD WO-COST TO WS-RPT-UNPAID
               END-IF
           END-IF
           PERFORM READ-WORK-ORDER
           .
