       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEREG.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CASEREG -- LOCKED-CASE REGISTER.  THE HIGH-VALUE PIECES
      *    ITMENT PUTS ON HVREG LIVE IN LOCKED CASES; THIS PROGRAM
      *    KEEPS TRACK OF WHAT SHOULD BE IN EACH CASE AND WHO HAS HAD
      *    IT OPEN.
      *      "GNUMAIN CASEREG"               CASE-OPENING SCREEN: THE
      *                                      CLERK KEYS THEIR PIN, THE
      *                                      CASE, AND WHY IT IS BEING
      *                                      OPENED, AND THE OPENING
      *                                      IS APPENDED TO CASELOG
      *      "GNUMAIN CASEREG LIST"          NIGHTLY CASE CHECK LIST,
      *                                      BY CASE, OF EVERY
      *                                      REGISTERED PIECE STILL ON
      *                                      THE FLOOR WITH ITS UNITS,
      *                                      AND WHEN EACH CASE WAS
      *                                      LAST OPENED AND BY WHOM
      *                                      (SPOOLED CASECHK)
      *      "GNUMAIN CASEREG TRACE <CASE>"  EVERY LOGGED OPENING OF
      *      "GNUMAIN CASEREG TRACE <SKU>"   THE CASE -- FOR A SKU,
      *                                      OF ITS CASE SINCE THE
      *                                      PIECE WENT IN -- ENDING
      *                                      WITH WHOEVER LAST HAD IT
      *                                      OPEN
      *-----------------------------------------------------------------
       COPY SCRNIO.
           SELECT HIGH-VALUE-REGISTER
               ASSIGN TO 'HVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-SKU
               ALTERNATE RECORD KEY IS HV-CASE-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-HV-STATUS.
           SELECT ITEM-SKU
               ASSIGN TO 'ITEMSKU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SKU
               FILE STATUS IS WS-IS-STATUS.
           SELECT CASE-LOG
               ASSIGN TO 'CASELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  HIGH-VALUE-REGISTER.
       COPY HIVALREG.
       FD  ITEM-SKU.
       COPY ITEMSKU.
       FD  CASE-LOG.
       COPY CASELOG.
       WORKING-STORAGE SECTION.
       01 WS-HV-STATUS         PIC XX VALUE '00'.
       01 WS-IS-STATUS         PIC XX VALUE '00'.
       01 WS-CO-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-LIST              VALUE 'LIST'.
          88 MODE-IS-TRACE             VALUE 'TRACE'.
       01 WS-TRACE-ARG         PIC X(12) VALUE SPACES.
       01 WS-SWITCHES.
          03 WS-HV-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-HIGH-VALUE-REGISTER VALUE 1.
          03 WS-CO-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CASE-LOG        VALUE 1.
          03 WS-ITEM-SW        PIC 9 VALUE 0.
             88 ITEM-IS-ON-FILE        VALUE 1.
             88 ITEM-NOT-ON-FILE       VALUE 0.
          03 WS-OPENING-SW     PIC 9 VALUE 0.
             88 OPENING-FOUND          VALUE 1.
             88 OPENING-NOT-FOUND      VALUE 0.
          03 WS-REGISTER-SW    PIC 9 VALUE 0.
             88 REGISTER-IS-OPEN       VALUE 1.
             88 REGISTER-NOT-OPEN      VALUE 0.
      * --- THE CASE BEING LISTED AND ITS RUNNING TOTALS -------------
       01 WS-CURRENT-CASE      PIC X(4) VALUE SPACES.
       01 WS-CASE-PIECES       PIC 9(4) VALUE ZEROS.
       01 WS-CASE-VALUE        PIC 9(8)V9(2) VALUE ZEROS.
       01 WS-CASE-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-PIECES      PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-VALUE       PIC 9(9)V9(2) VALUE ZEROS.
       01 WS-PIECE-VALUE       PIC 9(8)V9(2) VALUE ZEROS.
      * --- LAST OPENING OF EACH CASE, OFF CASELOG.  THE LOG IS IN THE
      *     ORDER IT WAS WRITTEN, SO THE LAST ROW SEEN FOR A CASE IS
      *     THE LATEST OPENING ----------------------------------------
       01 WS-OPENED-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-OPENED-TABLE.
          03 WS-OPENED-ENTRY   OCCURS 200 TIMES INDEXED BY OC-IDX.
             05 WS-OC-CASE-NO       PIC X(4).
             05 WS-OC-DATE          PIC 9(8).
             05 WS-OC-TIME          PIC 9(6).
             05 WS-OC-OPERATOR      PIC X(3).
       01 WS-FIND-CASE         PIC X(4) VALUE SPACES.
      * --- TRACE: THE CASE, AND THE DATE THE PIECE WENT INTO IT -----
       01 WS-TRACE-CASE        PIC X(4) VALUE SPACES.
       01 WS-TRACE-FROM        PIC 9(8) VALUE ZEROS.
       01 WS-TRACE-COUNT       PIC 9(5) VALUE ZEROS.
       01 WS-LAST-OPENING      PIC X(60) VALUE SPACES.
       01 WS-EDIT-PRICE        PIC ZZZ,ZZ9.99.
       01 WS-EDIT-VALUE        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-UNITS        PIC ZZZ9.
       01 WS-EDIT-COUNT        PIC ZZZZ9.
       01 WS-RPT-LINE          PIC X(80) VALUE SPACES.
       COPY DATEFMT.
       COPY ITMQTY.
       COPY SPOOLIO.
       COPY OPERPIN.
       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-OPERATOR-PIN      PIC X(4) VALUE SPACES.
       01 SC-CASE-NO           PIC X(4) VALUE SPACES.
       01 SC-REASON            PIC X(30) VALUE SPACES.
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 CASE-OPENING-SCREEN
          BLANK SCREEN, AUTO,
          FOREGROUND-COLOR IS 7,
          BACKGROUND-COLOR IS 1.
          03 LINE 02 COLUMN 29 VALUE 'Locked Case Opening'
                               HIGHLIGHT.
          03 LINE 07 COLUMN 03 VALUE 'Operator PIN'.
          03 LINE 07 COLUMN 16 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-OPERATOR-PIN.
          03 LINE 09 COLUMN 03 VALUE 'Locked Case'.
          03 LINE 09 COLUMN 16 PIC X(4)
                               REVERSE-VIDEO
                               REQUIRED
                               USING SC-CASE-NO.
          03 LINE 11 COLUMN 08 VALUE 'Reason'.
          03 LINE 11 COLUMN 16 PIC X(30)
                               REVERSE-VIDEO
                               USING SC-REASON.
          03 LINE 12 COLUMN 16 VALUE
              '(blank = customer viewing)'.
          03 LINE 15 COLUMN 07 VALUE 'Message:'.
          03 LINE 15 COLUMN 16 PIC X(40)
                               HIGHLIGHT
                               FOREGROUND-COLOR 4
                               FROM SC-MESSAGE.
          03 LINE 24 COLUMN 01 VALUE 'F1 - Exit'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE WS-TRACE-ARG
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2
               MOVE ARGV (2) TO WS-TRACE-ARG
               INSPECT WS-TRACE-ARG
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           EVALUATE TRUE
               WHEN MODE-IS-LIST
                   PERFORM PRINT-CASE-CHECK-LIST
               WHEN MODE-IS-TRACE
                   IF WS-TRACE-ARG = SPACES
                       DISPLAY 'TRACE NEEDS A CASE NUMBER OR A SKU'
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM PRINT-CASE-TRACE
                   END-IF
               WHEN OTHER
                   PERFORM RUN-CASE-OPENING-SCREEN
           END-EVALUATE
           STOP RUN
           .
      *-----------------------------------------------------------------
      * --- CASE OPENINGS: THE PIN IS KEYED FOR EVERY OPENING, NOT ONCE
      *     PER SESSION, SO THE LOG NAMES WHOEVER ACTUALLY TURNED THE
      *     KEY.  A CASE WITH NOTHING ON THE REGISTER IS REFUSED -- IT
      *     IS ALMOST ALWAYS A MIS-KEYED CASE NUMBER -------------------
       RUN-CASE-OPENING-SCREEN.
           SET REGISTER-NOT-OPEN TO TRUE
           OPEN INPUT HIGH-VALUE-REGISTER
           IF WS-HV-STATUS = '00'
               SET REGISTER-IS-OPEN TO TRUE
           END-IF
           PERFORM OPEN-CASE-LOG
           MOVE SPACES TO SC-MESSAGE
           PERFORM LOG-ONE-OPENING UNTIL F1-PRESSED
           CLOSE CASE-LOG
           IF REGISTER-IS-OPEN
               CLOSE HIGH-VALUE-REGISTER
           END-IF
           .
       OPEN-CASE-LOG.
           OPEN EXTEND CASE-LOG
           IF WS-CO-STATUS = '05' OR WS-CO-STATUS = '35'
               OPEN OUTPUT CASE-LOG
               CLOSE CASE-LOG
               OPEN EXTEND CASE-LOG
           END-IF
           .
       LOG-ONE-OPENING.
           MOVE SPACES TO SC-OPERATOR-PIN SC-CASE-NO SC-REASON
           DISPLAY CASE-OPENING-SCREEN
           ACCEPT CASE-OPENING-SCREEN
           IF F1-PRESSED
               EXIT PARAGRAPH
           END-IF
           INSPECT SC-CASE-NO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SC-OPERATOR-PIN TO OP-PIN-INPUT
           CALL 'OPERPIN' USING OPERATOR-PIN-PARAMS
           IF OP-NOT-VALID
               MOVE 'INVALID PIN -- OPENING NOT LOGGED' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SC-CASE-NO = SPACES
               MOVE 'KEY THE CASE NUMBER' TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REGISTERED-CASE
           IF ITEM-NOT-ON-FILE
               MOVE 'CASE NOT ON THE HIGH-VALUE REGISTER'
                   TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SC-REASON = SPACES
               MOVE 'CUSTOMER VIEWING' TO SC-REASON
           END-IF
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DF-STAMP(1:8)   TO CO-DATE
           COMPUTE CO-TIME = DF-HOUR * 10000 + DF-MINUTE * 100
                           + DF-SECOND
           MOVE SC-CASE-NO      TO CO-CASE-NO
           MOVE OP-INITIALS-OUT TO CO-OPERATOR-ID
           MOVE SC-REASON       TO CO-REASON
           WRITE CASE-OPENING-RECORD
           MOVE SPACES TO SC-MESSAGE
           STRING 'CASE ' SC-CASE-NO ' OPENING LOGGED FOR '
                  OP-INITIALS-OUT DELIMITED BY SIZE
                  INTO SC-MESSAGE
           .
       FIND-REGISTERED-CASE.
           SET ITEM-NOT-ON-FILE TO TRUE
           IF REGISTER-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SC-CASE-NO TO HV-CASE-NO
           READ HIGH-VALUE-REGISTER KEY IS HV-CASE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-IS-ON-FILE TO TRUE
           END-READ
           .
      *-----------------------------------------------------------------
      * --- NIGHTLY CASE CHECK: HVREG IN CASE ORDER, EACH PIECE LOOKED
      *     UP ON ITEMSKU.  ONLY A PIECE STILL ON THE FLOOR IS LISTED;
      *     ONE SOLD, HELD BEHIND THE COUNTER, ON LAYAWAY, OR PULLED
      *     HAS LEFT THE CASE THROUGH THE SYSTEM ----------------------
       PRINT-CASE-CHECK-LIST.
           OPEN INPUT HIGH-VALUE-REGISTER
           IF WS-HV-STATUS NOT = '00'
               DISPLAY 'NO HIGH-VALUE REGISTER -- NO CASES TO CHECK'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS NOT = '00'
               DISPLAY 'NO ITEMSKU FILE -- NO CASES TO CHECK'
               CLOSE HIGH-VALUE-REGISTER
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LAST-OPENINGS
           SET SP-OP-OPEN TO TRUE
           MOVE 'CASECHK' TO SP-REPORT-NAME
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DARLENE''S TREASURES - NIGHTLY CASE CHECK  '
                  DF-MMDDYYYY DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-CURRENT-CASE
           MOVE LOW-VALUES TO HV-CASE-NO
           START HIGH-VALUE-REGISTER KEY IS NOT LESS THAN HV-CASE-NO
               INVALID KEY
                   SET END-OF-HIGH-VALUE-REGISTER TO TRUE
           END-START
           PERFORM READ-HIGH-VALUE-REGISTER
           PERFORM LIST-ONE-REGISTERED-PIECE
               UNTIL END-OF-HIGH-VALUE-REGISTER
           IF WS-CASE-COUNT > ZEROS
               PERFORM FINISH-ONE-CASE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-TOTAL-VALUE TO WS-EDIT-VALUE
           MOVE WS-TOTAL-PIECES TO WS-EDIT-COUNT
           STRING 'CASES: ' WS-CASE-COUNT '   PIECES: ' WS-EDIT-COUNT
                  '   VALUE: ' WS-EDIT-VALUE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 'CHECKED BY: ________   TIME: ______   ALL PRESENT Y/N'
               TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           SET SP-OP-CLOSE TO TRUE
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           CLOSE ITEM-SKU
           CLOSE HIGH-VALUE-REGISTER
           .
       READ-HIGH-VALUE-REGISTER.
           IF NOT END-OF-HIGH-VALUE-REGISTER
               READ HIGH-VALUE-REGISTER NEXT RECORD
                   AT END
                       SET END-OF-HIGH-VALUE-REGISTER TO TRUE
               END-READ
           END-IF
           .
       LIST-ONE-REGISTERED-PIECE.
           IF HV-CASE-NO NOT = WS-CURRENT-CASE OR WS-CASE-COUNT = ZEROS
               IF WS-CASE-COUNT > ZEROS
                   PERFORM FINISH-ONE-CASE
               END-IF
               PERFORM START-ONE-CASE
           END-IF
           PERFORM LOOKUP-REGISTERED-ITEM
           IF ITEM-IS-ON-FILE
                   AND (IS-IS-AVAILABLE OR IS-STATUS = SPACE)
               SET IQ-QUERY-UNITS TO TRUE
               CALL 'ITMQTY' USING ITEM-QTY-PARAMS ITEM-SKU-RECORD
               COMPUTE WS-PIECE-VALUE =
                   IS-FULL-PRICE * IQ-UNITS-ON-HAND
               ADD 1 TO WS-CASE-PIECES WS-TOTAL-PIECES
               ADD WS-PIECE-VALUE TO WS-CASE-VALUE WS-TOTAL-VALUE
               MOVE IS-FULL-PRICE TO WS-EDIT-PRICE
               MOVE IQ-UNITS-ON-HAND TO WS-EDIT-UNITS
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' IS-SKU ' ' IS-DESCRIPTION ' '
                      WS-EDIT-PRICE ' ' WS-EDIT-UNITS '  [    ]'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM READ-HIGH-VALUE-REGISTER
           .
       START-ONE-CASE.
           MOVE HV-CASE-NO TO WS-CURRENT-CASE WS-FIND-CASE
           ADD 1 TO WS-CASE-COUNT
           MOVE ZEROS TO WS-CASE-PIECES WS-CASE-VALUE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM FIND-LAST-OPENING
           IF OPENING-FOUND
               STRING 'CASE ' WS-CURRENT-CASE '   LAST OPENED '
                      WS-OC-DATE(OC-IDX) ' ' WS-OC-TIME(OC-IDX)
                      ' BY ' WS-OC-OPERATOR(OC-IDX)
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'CASE ' WS-CURRENT-CASE
                      '   NO OPENING ON THE CASE LOG'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  SKU          DESCRIPTION'
                  '                         PRICE UNIT   CHECK'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-REPORT-LINE
           .
       FINISH-ONE-CASE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CASE-PIECES = ZEROS
               MOVE '  (NOTHING EXPECTED IN THIS CASE)' TO WS-RPT-LINE
           ELSE
               MOVE WS-CASE-PIECES TO WS-EDIT-COUNT
               MOVE WS-CASE-VALUE TO WS-EDIT-VALUE
               STRING '  CASE ' WS-CURRENT-CASE ': ' WS-EDIT-COUNT
                      ' PIECES   VALUE ' WS-EDIT-VALUE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
       LOOKUP-REGISTERED-ITEM.
           SET ITEM-NOT-ON-FILE TO TRUE
           MOVE HV-SKU TO IS-SKU
           READ ITEM-SKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-IS-ON-FILE TO TRUE
           END-READ
           .
      *-----------------------------------------------------------------
       LOAD-LAST-OPENINGS.
           MOVE ZEROS TO WS-OPENED-COUNT
           SET WS-CO-EOF-SW TO 0
           OPEN INPUT CASE-LOG
           IF WS-CO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CASE-LOG
           PERFORM KEEP-ONE-OPENING UNTIL END-OF-CASE-LOG
           CLOSE CASE-LOG
           .
       READ-CASE-LOG.
           READ CASE-LOG NEXT RECORD
               AT END
                   SET END-OF-CASE-LOG TO TRUE
           END-READ
           .
       KEEP-ONE-OPENING.
           MOVE CO-CASE-NO TO WS-FIND-CASE
           PERFORM FIND-LAST-OPENING
           IF OPENING-NOT-FOUND AND WS-OPENED-COUNT < 200
               ADD 1 TO WS-OPENED-COUNT
               SET OC-IDX TO WS-OPENED-COUNT
               MOVE CO-CASE-NO TO WS-OC-CASE-NO(OC-IDX)
               SET OPENING-FOUND TO TRUE
           END-IF
           IF OPENING-FOUND
               MOVE CO-DATE        TO WS-OC-DATE(OC-IDX)
               MOVE CO-TIME        TO WS-OC-TIME(OC-IDX)
               MOVE CO-OPERATOR-ID TO WS-OC-OPERATOR(OC-IDX)
           END-IF
           PERFORM READ-CASE-LOG
           .
      * --- LOOKS WS-FIND-CASE UP; ON A HIT OC-IDX POINTS AT THE ENTRY
       FIND-LAST-OPENING.
           SET OPENING-NOT-FOUND TO TRUE
           SET OC-IDX TO 1
           PERFORM SCAN-LAST-OPENINGS
               UNTIL OC-IDX > WS-OPENED-COUNT OR OPENING-FOUND
           .
       SCAN-LAST-OPENINGS.
           IF WS-OC-CASE-NO(OC-IDX) = WS-FIND-CASE
               SET OPENING-FOUND TO TRUE
           ELSE
               SET OC-IDX UP BY 1
           END-IF
           .
      *-----------------------------------------------------------------
      * --- TRACE: A FOUR-CHARACTER ARGUMENT IS A CASE; ANYTHING LONGER
      *     IS A SKU, WHOSE CASE COMES OFF HVREG AND WHOSE OPENINGS ARE
      *     COUNTED FROM THE DAY THE PIECE WENT IN ---------------------
       PRINT-CASE-TRACE.
           MOVE ZEROS TO WS-TRACE-FROM
           IF WS-TRACE-ARG(5:8) = SPACES
               MOVE WS-TRACE-ARG(1:4) TO WS-TRACE-CASE
               DISPLAY '        CASE OPENING TRACE -- CASE '
                       WS-TRACE-CASE
           ELSE
               PERFORM FIND-TRACE-PIECE
               IF WS-TRACE-CASE = SPACES
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'DATE     TIME   BY   REASON'
           MOVE ZEROS TO WS-TRACE-COUNT
           MOVE SPACES TO WS-LAST-OPENING
           SET WS-CO-EOF-SW TO 0
           OPEN INPUT CASE-LOG
           IF WS-CO-STATUS = '00'
               PERFORM READ-CASE-LOG
               PERFORM TRACE-ONE-OPENING UNTIL END-OF-CASE-LOG
               CLOSE CASE-LOG
           END-IF
           DISPLAY ' '
           IF WS-TRACE-COUNT = ZEROS
               DISPLAY 'NO OPENINGS ON THE CASE LOG FOR CASE '
                       WS-TRACE-CASE
           ELSE
               MOVE WS-TRACE-COUNT TO WS-EDIT-COUNT
               DISPLAY 'OPENINGS: ' WS-EDIT-COUNT
               DISPLAY 'LAST OPENED: ' WS-LAST-OPENING
           END-IF
           .
       FIND-TRACE-PIECE.
           MOVE SPACES TO WS-TRACE-CASE
           OPEN INPUT HIGH-VALUE-REGISTER
           IF WS-HV-STATUS NOT = '00'
               DISPLAY 'NO HIGH-VALUE REGISTER ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRACE-ARG TO HV-SKU
           READ HIGH-VALUE-REGISTER
               INVALID KEY
                   DISPLAY 'SKU ' WS-TRACE-ARG
                           ' IS NOT ON THE HIGH-VALUE REGISTER'
               NOT INVALID KEY
                   MOVE HV-CASE-NO TO WS-TRACE-CASE
                   MOVE HV-REGISTERED-DATE TO WS-TRACE-FROM
           END-READ
           CLOSE HIGH-VALUE-REGISTER
           IF WS-TRACE-CASE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY '        CASE OPENING TRACE -- SKU ' HV-SKU
           DISPLAY '        CASE ' HV-CASE-NO '   IN SINCE '
                   HV-REGISTERED-DATE '   BY ' HV-OPERATOR-ID
           DISPLAY '        ' HV-PROVENANCE-1
           IF HV-PROVENANCE-2 NOT = SPACES
               DISPLAY '        ' HV-PROVENANCE-2
           END-IF
           OPEN INPUT ITEM-SKU
           IF WS-IS-STATUS = '00'
               PERFORM LOOKUP-REGISTERED-ITEM
               IF ITEM-IS-ON-FILE
                   DISPLAY '        ' IS-DESCRIPTION
                           '   STATUS ' IS-STATUS
               END-IF
               CLOSE ITEM-SKU
           END-IF
           .
       TRACE-ONE-OPENING.
           IF CO-CASE-NO = WS-TRACE-CASE AND CO-DATE >= WS-TRACE-FROM
               ADD 1 TO WS-TRACE-COUNT
               DISPLAY CO-DATE ' ' CO-TIME ' ' CO-OPERATOR-ID '  '
                       CO-REASON
               MOVE SPACES TO WS-LAST-OPENING
               STRING CO-DATE ' ' CO-TIME ' BY ' CO-OPERATOR-ID
                      '  ' CO-REASON
                      DELIMITED BY SIZE INTO WS-LAST-OPENING
           END-IF
           PERFORM READ-CASE-LOG
           .
      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           SET SP-OP-LINE TO TRUE
           MOVE WS-RPT-LINE TO SP-LINE-TEXT
           CALL 'SPOOLIO' USING SPOOL-IO-PARAMS
           .
