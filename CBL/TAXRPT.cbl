      *    SALES, AND TAX COLLECTED BY CATEGORY, SO THE STATE
      *    REMITTANCE COMES OFF THE LEDGER INSTEAD OF A CALCULATOR.
      *    RUN FROM JOBLIST AT MONTH END, E.G. "GNUMAIN TAXRPT 2608".
      *    EACH ROW IS TOTALED UNDER THE TAXRATE PERIOD IN FORCE ON ITS
      *    SALE DATE, SO A MONTH IN WHICH A CATEGORY'S RATE CHANGED
      *    PRINTS A BEFORE LINE AND AN AFTER LINE FOR THE FORM.
      *    WHAT AN ANTIQUE SHOW'S REGISTER RANG DURING THE SHOW
      *    (SHOWEVT FILE) IS OWED WHERE THE SHOW WAS HELD, SO THOSE
      *    ROWS PRINT IN THEIR OWN SECTION UNDER THE SHOW'S
      *    JURISDICTION AT THE SHOW'S RATE, EACH SECTION SUBTOTALED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS SL-DATE-OF-SALE
                   WITH DUPLICATES
               FILE STATUS IS WS-SL-STATUS.
           SELECT TAX-RATE-TABLE
               ASSIGN TO 'TAXRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT SHOW-EVENT
               ASSIGN TO 'SHOWEVT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SHOW-ID
               FILE STATUS IS WS-SE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  TAX-RATE-TABLE.
       COPY TAXRATE.
       FD  SHOW-EVENT.
       COPY SHOWEVT.
       WORKING-STORAGE SECTION.
       01 WS-SL-STATUS         PIC XX VALUE '00'.
       01 WS-TX-STATUS         PIC XX VALUE '00'.
       01 WS-SE-STATUS         PIC XX VALUE '00'.
      * --- EVERY SHOW ON FILE, OPEN OR SETTLED: A LEDGER ROW RUNG ON
      *     A SHOW'S REGISTER INSIDE ITS DATES BELONGS TO THAT SHOW'S
      *     JURISDICTION (STATE IN THE LAST TWO BYTES OF THE KEY) ----
       01 WS-SE-EOF-SW         PIC 9 VALUE 0.
          88 END-OF-SHOW-EVENT         VALUE 1.
       01 WS-SHOW-COUNT        PIC 9(2) VALUE ZEROS.
       01 WS-SHOW-TABLE.
          03 WS-SHOW-ENTRY     OCCURS 50 TIMES INDEXED BY SH-IDX.
             05 WS-SHOW-REGISTER    PIC X(2).
             05 WS-SHOW-START       PIC 9(8).
             05 WS-SHOW-END         PIC 9(8).
             05 WS-SHOW-RATE        PIC 9(2)V9(3).
             05 WS-SHOW-JURIS       PIC X(22).
       01 WS-SHOW-HIT          PIC 9(2) VALUE ZEROS.
       01 WS-ROW-JURIS         PIC X(22) VALUE SPACES.
       01 WS-PREV-JURIS        PIC X(22) VALUE SPACES.
       01 WS-SECTION-COUNT     PIC 9(2) VALUE ZEROS.
       01 WS-SEC-TAXABLE       PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-SEC-EXEMPT        PIC S9(8)V9(2) VALUE ZEROS.
       01 WS-SEC-COLLECTED     PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-TX-SWITCHES.
          03 WS-TX-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-TAX-TABLE       VALUE 1.
          03 WS-TX-FOUND-SW    PIC 9 VALUE 0.
             88 TAX-ROW-FOUND          VALUE 1.
             88 TAX-ROW-NOT-FOUND      VALUE 0.
       01 WS-TX-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-TX-TABLE.
          03 WS-TX-ENTRY       OCCURS 60 TIMES INDEXED BY TX-IDX.
             05 WS-TX-CODE          PIC X(4).
             05 WS-TX-RATE          PIC 9(2)V9(3).
             05 WS-TX-EFFECTIVE     PIC 9(8).
       01 WS-TX-HIT            PIC 9(2) VALUE ZEROS.
       01 WS-TX-AS-OF          PIC 9(8) VALUE ZEROS.
      * --- THE RATE PERIOD THE CURRENT LEDGER ROW FALLS IN -----------
       01 WS-ROW-EFFECTIVE     PIC 9(8) VALUE ZEROS.
       01 WS-ROW-RATE          PIC 9(2)V9(3) VALUE ZEROS.
       01 WS-NEXT-SUB          PIC 9(2) VALUE ZEROS.
       01 WS-PREV-CATEGORY     PIC X(4) VALUE SPACES.
       01 WS-PERIOD-LABEL      PIC X(6) VALUE SPACES.
       01 WS-PERIOD-FROM       PIC X(8) VALUE SPACES.
      * --- RESALE-CERTIFICATE DETAIL: THE STATE AUDITOR WANTS EXEMPT
      *     TRANSACTIONS ITEMIZED WITH THEIR CERTIFICATE NUMBERS ------
       01 WS-CERT-LINES        PIC 9(4) VALUE ZEROS.
       01 WS-SALE-YYMM         PIC 9(4) VALUE ZEROS.
       01 WS-SIGN              PIC S9 VALUE +1.
       01 WS-TAX-TOTALS.
          03 WS-TAX-ENTRY      OCCURS 60 TIMES INDEXED BY TAX-IDX.
      * --- SPACES = THE SHOP'S OWN TAXRATE JURISDICTION --------------
             05 WS-TAX-JURIS        PIC X(22).
             05 WS-TAX-CATEGORY     PIC X(4).
             05 WS-TAX-EFFECTIVE    PIC 9(8).
             05 WS-TAX-RATE         PIC 9(2)V9(3).
             05 WS-TAXABLE-SALES    PIC S9(8)V9(2).
             05 WS-EXEMPT-SALES     PIC S9(8)V9(2).
             05 WS-TAX-COLLECTED    PIC S9(7)V9(2).
           IF ARGC > 0
               MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-YYMM
           END-IF
      * --- UNUSED SLOTS SORT TO THE BOTTOM ---------------------------
           MOVE HIGH-VALUES TO WS-TAX-TOTALS
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-SHOW-TABLE
           OPEN INPUT SALES-LEDGER
           IF WS-SL-STATUS = '35'
               DISPLAY 'SALES LEDGER NOT ON FILE -- NOTHING TO REPORT'
                   DISPLAY 'FOR ALL SALES ON FILE'
               END-IF
               DISPLAY ' '
               DISPLAY 'CATG  RATE    TAXABLE SALES  EXEMPT SALES   '
                       'TAX COLLECTED  PERIOD'
               PERFORM READ-SALES-LEDGER
               PERFORM ACCUMULATE-TAX-TOTALS
                   UNTIL END-OF-SALES-LEDGER
               CLOSE SALES-LEDGER
               SORT WS-TAX-ENTRY
                   ON ASCENDING KEY WS-TAX-JURIS WS-TAX-CATEGORY
                                    WS-TAX-EFFECTIVE
               MOVE SPACES TO WS-PREV-CATEGORY WS-PREV-JURIS
               PERFORM PRINT-TAX-LINE
                   VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > WS-TAX-COUNT
               IF WS-SECTION-COUNT > ZEROS
                   PERFORM PRINT-SECTION-SUBTOTAL
               END-IF
               PERFORM PRINT-DEPARTMENT-SUBTOTALS
               DISPLAY ' '
               DISPLAY 'TOTAL TAXABLE:   ' WS-TOT-TAXABLE
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
       LOAD-TAX-TABLE.
           MOVE ZEROS TO WS-TX-COUNT
           SET WS-TX-EOF-SW TO 0
           OPEN INPUT TAX-RATE-TABLE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TAX-TABLE
           PERFORM STORE-TAX-ENTRY UNTIL END-OF-TAX-TABLE
           CLOSE TAX-RATE-TABLE
           .
       READ-TAX-TABLE.
           READ TAX-RATE-TABLE NEXT RECORD
               AT END
                   SET END-OF-TAX-TABLE TO TRUE
           END-READ
           .
       STORE-TAX-ENTRY.
           IF WS-TX-COUNT < 60
               ADD 1 TO WS-TX-COUNT
               MOVE TX-CATEGORY-CODE TO WS-TX-CODE(WS-TX-COUNT)
               MOVE TX-TAX-RATE      TO WS-TX-RATE(WS-TX-COUNT)
               MOVE ZEROS            TO WS-TX-EFFECTIVE(WS-TX-COUNT)
               IF TX-EFFECTIVE-DATE IS NUMERIC
                   MOVE TX-EFFECTIVE-DATE
                       TO WS-TX-EFFECTIVE(WS-TX-COUNT)
               END-IF
           END-IF
           PERFORM READ-TAX-TABLE
           .
       LOAD-SHOW-TABLE.
           MOVE ZEROS TO WS-SHOW-COUNT
           OPEN INPUT SHOW-EVENT
           IF WS-SE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SHOW-EVENT
           PERFORM STORE-SHOW-ENTRY UNTIL END-OF-SHOW-EVENT
           CLOSE SHOW-EVENT
           .
       READ-SHOW-EVENT.
           READ SHOW-EVENT NEXT RECORD
               AT END
                   SET END-OF-SHOW-EVENT TO TRUE
           END-READ
           .
       STORE-SHOW-ENTRY.
           IF WS-SHOW-COUNT < 50
               ADD 1 TO WS-SHOW-COUNT
               MOVE SE-REGISTER-ID TO WS-SHOW-REGISTER(WS-SHOW-COUNT)
               MOVE SE-START-DATE  TO WS-SHOW-START(WS-SHOW-COUNT)
               MOVE SE-END-DATE    TO WS-SHOW-END(WS-SHOW-COUNT)
               MOVE SE-TAX-RATE    TO WS-SHOW-RATE(WS-SHOW-COUNT)
               MOVE SE-JURISDICTION
                   TO WS-SHOW-JURIS(WS-SHOW-COUNT)(1:20)
               MOVE SE-STATE
                   TO WS-SHOW-JURIS(WS-SHOW-COUNT)(21:2)
           END-IF
           PERFORM READ-SHOW-EVENT
           .
      *-----------------------------------------------------------------
       READ-SALES-LEDGER.
           READ SALES-LEDGER NEXT RECORD
               PERFORM READ-SALES-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE-OF-SALE(3:4) TO WS-SALE-YYMM
           IF WS-TARGET-YYMM = ZEROS OR WS-SALE-YYMM = WS-TARGET-YYMM
               PERFORM POST-TAX-ENTRY
           END-IF
           .
      *-----------------------------------------------------------------
       POST-TAX-ENTRY.
           PERFORM FIND-SHOW-FOR-ROW
           IF WS-SHOW-HIT > ZEROS
               MOVE WS-SHOW-JURIS(WS-SHOW-HIT) TO WS-ROW-JURIS
               MOVE WS-SHOW-START(WS-SHOW-HIT) TO WS-ROW-EFFECTIVE
               MOVE WS-SHOW-RATE(WS-SHOW-HIT)  TO WS-ROW-RATE
           ELSE
               MOVE SPACES TO WS-ROW-JURIS
               PERFORM FIND-RATE-PERIOD
           END-IF
           SET ENTRY-NOT-FOUND TO TRUE
           SET TAX-IDX TO 1
           PERFORM SCAN-TAX-TOTALS
               UNTIL TAX-IDX > WS-TAX-COUNT OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-TAX-COUNT
               MOVE WS-ROW-JURIS TO WS-TAX-JURIS(WS-TAX-COUNT)
               MOVE SL-CATEGORY TO WS-TAX-CATEGORY(WS-TAX-COUNT)
               MOVE WS-ROW-EFFECTIVE TO WS-TAX-EFFECTIVE(WS-TAX-COUNT)
               MOVE WS-ROW-RATE TO WS-TAX-RATE(WS-TAX-COUNT)
               MOVE ZEROS TO WS-TAXABLE-SALES(WS-TAX-COUNT)
               MOVE ZEROS TO WS-EXEMPT-SALES(WS-TAX-COUNT)
               MOVE ZEROS TO WS-TAX-COLLECTED(WS-TAX-COUNT)
           DISPLAY SL-DATE-OF-SALE SPACE SL-RECEIPT-NO SPACE
                   SL-SALE-PRICE SPACE SL-RESALE-CERT
           .
      * --- A ROW RUNG ON A SHOW'S REGISTER INSIDE THE SHOW DATES;
      *     THE SHOP'S OWN DESKS NEVER MATCH ---------------------------
       FIND-SHOW-FOR-ROW.
           MOVE ZEROS TO WS-SHOW-HIT
           PERFORM MATCH-ONE-SHOW
               VARYING SH-IDX FROM 1 BY 1
               UNTIL SH-IDX > WS-SHOW-COUNT OR WS-SHOW-HIT > ZEROS
           .
       MATCH-ONE-SHOW.
           IF SL-REGISTER-ID = WS-SHOW-REGISTER(SH-IDX)
                   AND SL-DATE-OF-SALE >= WS-SHOW-START(SH-IDX)
                   AND SL-DATE-OF-SALE <= WS-SHOW-END(SH-IDX)
               SET WS-SHOW-HIT TO SH-IDX
           END-IF
           .
      * --- THE TAXRATE ROW IN FORCE ON THE SALE DATE: LATEST EFFECTIVE
      *     DATE NOT AFTER IT, THE SAME PICK CMSPLN MAKES AT THE
      *     REGISTER.  A CATEGORY NOT ON TAXRATE TOTALS UNDER ZEROS ----
       FIND-RATE-PERIOD.
           MOVE ZEROS TO WS-ROW-EFFECTIVE WS-ROW-RATE WS-TX-HIT
           MOVE SL-DATE-OF-SALE TO WS-TX-AS-OF
           SET TAX-ROW-NOT-FOUND TO TRUE
           PERFORM SCAN-TAX-TABLE
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TX-COUNT
           IF TAX-ROW-FOUND
               MOVE WS-TX-EFFECTIVE(WS-TX-HIT) TO WS-ROW-EFFECTIVE
               MOVE WS-TX-RATE(WS-TX-HIT)      TO WS-ROW-RATE
           END-IF
           .
       SCAN-TAX-TABLE.
           IF WS-TX-CODE(TX-IDX) = SL-CATEGORY
                   AND WS-TX-EFFECTIVE(TX-IDX) <= WS-TX-AS-OF
               IF TAX-ROW-NOT-FOUND
                   SET TAX-ROW-FOUND TO TRUE
                   SET WS-TX-HIT TO TX-IDX
               ELSE
                   IF WS-TX-EFFECTIVE(TX-IDX)
                           >= WS-TX-EFFECTIVE(WS-TX-HIT)
                       SET WS-TX-HIT TO TX-IDX
                   END-IF
               END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       SCAN-TAX-TOTALS.
           IF WS-TAX-CATEGORY(TAX-IDX) = SL-CATEGORY
                   AND WS-TAX-EFFECTIVE(TAX-IDX) = WS-ROW-EFFECTIVE
                   AND WS-TAX-JURIS(TAX-IDX) = WS-ROW-JURIS
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET TAX-IDX UP BY 1
           .
      *-----------------------------------------------------------------
       PRINT-TAX-LINE.
           IF WS-TAX-JURIS(TAX-IDX) NOT = WS-PREV-JURIS
               PERFORM START-SHOW-SECTION
           END-IF
           PERFORM SET-PERIOD-LABEL
           DISPLAY WS-TAX-CATEGORY(TAX-IDX) SPACE
                   WS-TAX-RATE(TAX-IDX) SPACE
                   WS-TAXABLE-SALES(TAX-IDX) SPACE
                   WS-EXEMPT-SALES(TAX-IDX) SPACE
                   WS-TAX-COLLECTED(TAX-IDX) SPACE
                   WS-PERIOD-LABEL SPACE WS-PERIOD-FROM
           MOVE WS-TAX-CATEGORY(TAX-IDX) TO WS-PREV-CATEGORY
           ADD WS-TAXABLE-SALES(TAX-IDX) TO WS-TOT-TAXABLE
           ADD WS-EXEMPT-SALES(TAX-IDX)  TO WS-TOT-EXEMPT
           ADD WS-TAX-COLLECTED(TAX-IDX) TO WS-TOT-COLLECTED
           ADD WS-TAXABLE-SALES(TAX-IDX) TO WS-SEC-TAXABLE
           ADD WS-EXEMPT-SALES(TAX-IDX)  TO WS-SEC-EXEMPT
           ADD WS-TAX-COLLECTED(TAX-IDX) TO WS-SEC-COLLECTED
           PERFORM ROLL-TAX-LINE-TO-DEPT
           .
      * --- THE SHOP'S OWN LINES SORT FIRST WITH NO HEADING, AS THEY
      *     ALWAYS HAVE; EACH SHOW JURISDICTION AFTER THEM GETS ITS
      *     OWN HEADING, AND EVERY SECTION ITS SUBTOTAL, SO EACH
      *     JURISDICTION'S RETURN CAN BE FILED FROM ITS OWN LINES ------
       START-SHOW-SECTION.
           PERFORM PRINT-SECTION-SUBTOTAL
           MOVE WS-TAX-JURIS(TAX-IDX) TO WS-PREV-JURIS
           MOVE SPACES TO WS-PREV-CATEGORY
           ADD 1 TO WS-SECTION-COUNT
           DISPLAY ' '
           DISPLAY 'SHOW JURISDICTION: ' WS-PREV-JURIS(1:20)
                   ' STATE: ' WS-PREV-JURIS(21:2)
           .
       PRINT-SECTION-SUBTOTAL.
           IF WS-PREV-JURIS = SPACES
               IF WS-SEC-TAXABLE NOT = ZEROS
                       OR WS-SEC-EXEMPT NOT = ZEROS
                       OR WS-SEC-COLLECTED NOT = ZEROS
                   DISPLAY 'SHOP SUBTOTAL       ' WS-SEC-TAXABLE SPACE
                           WS-SEC-EXEMPT SPACE WS-SEC-COLLECTED
               END-IF
           ELSE
               DISPLAY 'SHOW SUBTOTAL       ' WS-SEC-TAXABLE SPACE
                       WS-SEC-EXEMPT SPACE WS-SEC-COLLECTED
           END-IF
           MOVE ZEROS TO WS-SEC-TAXABLE WS-SEC-EXEMPT WS-SEC-COLLECTED
           .
      * --- A CATEGORY WHOSE RATE CHANGED DURING THE MONTH HAS ONE
      *     LINE PER RATE PERIOD; MARK THEM BEFORE AND AFTER, WITH THE
      *     DATE THE LATER RATE TOOK EFFECT ----------------------------
       SET-PERIOD-LABEL.
           MOVE SPACES TO WS-PERIOD-LABEL WS-PERIOD-FROM
           IF WS-TAX-CATEGORY(TAX-IDX) = WS-PREV-CATEGORY
               MOVE 'AFTER ' TO WS-PERIOD-LABEL
               MOVE WS-TAX-EFFECTIVE(TAX-IDX) TO WS-PERIOD-FROM
               EXIT PARAGRAPH
           END-IF
           SET WS-NEXT-SUB TO TAX-IDX
           ADD 1 TO WS-NEXT-SUB
           IF WS-NEXT-SUB <= WS-TAX-COUNT
               IF WS-TAX-CATEGORY(WS-NEXT-SUB) =
                       WS-TAX-CATEGORY(TAX-IDX)
                       AND WS-TAX-JURIS(WS-NEXT-SUB) =
                           WS-TAX-JURIS(TAX-IDX)
                   MOVE 'BEFORE' TO WS-PERIOD-LABEL
                   MOVE WS-TAX-EFFECTIVE(WS-NEXT-SUB) TO WS-PERIOD-FROM
               END-IF
           END-IF
           .
      * --- THE SAME TOTALS AT DEPARTMENT LEVEL, PRINTED UNDER THE
      *     CATEGORY LINES ---------------------------------------------
       ROLL-TAX-LINE-TO-DEPT.
