       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCAMP.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CUSTCAMP -- SALE-EVENT ANNOUNCEMENT CAMPAIGN.  FOR ONE
      *    PROMOCAL EVENT, EVERY ACTIVE CUSTOMER WHO OPTED IN IS TOLD:
      *    E-MAIL OPT-INS GET A MAILOUT MESSAGE THROUGH MAILPUT, MAIL
      *    OPT-INS WITHOUT E-MAIL GET A LABEL IN CAMPLBL FOR THE PAPER
      *    CARD.  NOBODY WITHOUT A 'Y' IS EVER CONTACTED, AND EACH
      *    CONTACT IS APPENDED TO CAMPLOG WITH THE FLAG IT WENT ON.
      *    AN EVENT ALREADY IN CAMPLOG FOR THAT YEAR IS NOT SENT AGAIN.
      *      "GNUMAIN CUSTCAMP MMDD"    ANNOUNCE THE EVENT ON MMDD
      *      "GNUMAIN CUSTCAMP REPORT"  CONTACTS SENT PER EVENT
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CU-STATUS.
           SELECT CAMPAIGN-LOG
               ASSIGN TO 'CAMPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT LABEL-PRINT
               ASSIGN TO 'CAMPLBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  CAMPAIGN-LOG.
       COPY CAMPLOG.
       FD  LABEL-PRINT.
       01 LABEL-PRINT-RECORD   PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-CU-STATUS         PIC XX VALUE '00'.
       01 WS-CP-STATUS         PIC XX VALUE '00'.
       01 WS-LB-STATUS         PIC XX VALUE '00'.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-REPORT            VALUE 'REPORT'.
       01 WS-SWITCHES.
          03 WS-CU-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CUSTOMER-MASTER VALUE 1.
          03 WS-CP-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CAMPAIGN-LOG    VALUE 1.
          03 WS-SENT-SW        PIC 9 VALUE 0.
             88 EVENT-ALREADY-SENT     VALUE 1.
             88 EVENT-NOT-SENT         VALUE 0.
       01 WS-EVENT-KEY.
          03 WS-EVENT-YEAR     PIC 9(4) VALUE ZEROS.
          03 WS-EVENT-MMDD.
             05 WS-EVENT-MONTH PIC 9(2) VALUE ZEROS.
             05 WS-EVENT-DAY   PIC 9(2) VALUE ZEROS.
       01 WS-EVENT-DATE-OUT.
          03 WS-EO-MONTH       PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-EO-DAY         PIC 9(2).
          03 FILLER            PIC X VALUE '/'.
          03 WS-EO-YEAR        PIC 9(4).
       01 WS-TODAY-MMDD        PIC 9(4) VALUE ZEROS.
       01 WS-EMAIL-COUNT       PIC 9(5) VALUE ZEROS.
       01 WS-PAPER-COUNT       PIC 9(5) VALUE ZEROS.
       01 WS-SKIP-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-DOC-LINE          PIC X(70) VALUE SPACES.
       01 WS-EDIT-PCT          PIC Z9.
      * --- PER-EVENT TALLY FOR THE REPORT -----------------------------
       01 WS-TALLY-COUNT       PIC 9(3) VALUE ZEROS.
       01 WS-TALLY-IDX         PIC 9(3) VALUE ZEROS.
       01 WS-TALLY-HIT         PIC 9(3) VALUE ZEROS.
       01 WS-TALLY-TABLE.
          03 WS-TALLY-ENTRY    OCCURS 100 TIMES.
             05 WS-TALLY-KEY   PIC 9(8).
             05 WS-TALLY-NAME  PIC X(20).
             05 WS-TALLY-EMAIL PIC 9(5).
             05 WS-TALLY-PAPER PIC 9(5).
       COPY DATEFMT.
       COPY PROMOLKP.
       COPY MAILPUT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE SPACES TO WS-RUN-MODE
           IF ARGC >= 1
               MOVE ARGV (1) TO WS-RUN-MODE
               INSPECT WS-RUN-MODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF MODE-IS-REPORT
               PERFORM PRINT-CAMPAIGN-REPORT
               GOBACK
           END-IF
           IF WS-RUN-MODE(1:4) IS NOT NUMERIC
                   OR WS-RUN-MODE(5:4) NOT = SPACES
               DISPLAY 'USAGE: GNUMAIN CUSTCAMP MMDD | REPORT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-MODE(1:4) TO WS-EVENT-MMDD
           PERFORM FIND-PROMO-EVENT
           IF PL-NOT-VALID
               DISPLAY 'NO PROMOCAL EVENT ON ' WS-EVENT-MMDD
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF PL-IS-BLACKOUT
               DISPLAY PL-NAME ' IS A BLACKOUT DAY -- NOTHING TO '
                       'ANNOUNCE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-EVENT-ALREADY-SENT
           IF EVENT-ALREADY-SENT
               DISPLAY PL-NAME ' ' WS-EVENT-YEAR
                       ' WAS ALREADY ANNOUNCED -- SEE CAMPLOG'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ANNOUNCE-EVENT
           DISPLAY 'EVENT: ' PL-NAME ' ' WS-EVENT-DATE-OUT
           DISPLAY 'E-MAILED: ' WS-EMAIL-COUNT
                   '  LABELS: ' WS-PAPER-COUNT
                   '  NOT OPTED IN: ' WS-SKIP-COUNT
           IF WS-PAPER-COUNT > ZEROS
               DISPLAY 'MAILING LABELS ARE IN CAMPLBL'
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE EVENT IS THE NEXT TIME ITS MONTH/DAY COMES ROUND: LATER
      *     THIS YEAR, OR NEXT YEAR IF IT HAS ALREADY GONE BY ----------
       FIND-PROMO-EVENT.
           MOVE WS-EVENT-MONTH TO PL-MONTH
           MOVE WS-EVENT-DAY   TO PL-DAY
           CALL 'PROMOLKP' USING PROMO-LOOKUP-PARAMS
           COMPUTE WS-TODAY-MMDD = DF-MONTH * 100 + DF-DAY
           MOVE DF-YEAR TO WS-EVENT-YEAR
           IF WS-EVENT-MMDD < WS-TODAY-MMDD
               ADD 1 TO WS-EVENT-YEAR
           END-IF
           MOVE WS-EVENT-MONTH TO WS-EO-MONTH
           MOVE WS-EVENT-DAY   TO WS-EO-DAY
           MOVE WS-EVENT-YEAR  TO WS-EO-YEAR
           .
      *-----------------------------------------------------------------
       CHECK-EVENT-ALREADY-SENT.
           SET EVENT-NOT-SENT TO TRUE
           SET WS-CP-EOF-SW TO 0
           OPEN INPUT CAMPAIGN-LOG
           IF WS-CP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CAMPAIGN-LOG
           PERFORM CHECK-ONE-LOG-ROW
               UNTIL END-OF-CAMPAIGN-LOG OR EVENT-ALREADY-SENT
           CLOSE CAMPAIGN-LOG
           .
       READ-CAMPAIGN-LOG.
           READ CAMPAIGN-LOG NEXT RECORD
               AT END
                   SET END-OF-CAMPAIGN-LOG TO TRUE
           END-READ
           .
       CHECK-ONE-LOG-ROW.
           IF CP-EVENT-KEY = WS-EVENT-KEY
               SET EVENT-ALREADY-SENT TO TRUE
           END-IF
           PERFORM READ-CAMPAIGN-LOG
           .
      *-----------------------------------------------------------------
       ANNOUNCE-EVENT.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WILL NOT OPEN: ' WS-CU-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LABEL-PRINT
           PERFORM OPEN-CAMPAIGN-LOG
           MOVE ZEROS TO CU-CUSTOMER-NO
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUSTOMER-NO
               INVALID KEY
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-START
           PERFORM READ-CUSTOMER
           PERFORM CONTACT-ONE-CUSTOMER UNTIL END-OF-CUSTOMER-MASTER
           CLOSE CAMPAIGN-LOG
           CLOSE LABEL-PRINT
           CLOSE CUSTOMER-MASTER
           .
       OPEN-CAMPAIGN-LOG.
           OPEN EXTEND CAMPAIGN-LOG
           IF WS-CP-STATUS = '05' OR WS-CP-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-LOG
               CLOSE CAMPAIGN-LOG
               OPEN EXTEND CAMPAIGN-LOG
           END-IF
           .
       READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-READ
           .
      * --- E-MAIL WINS WHEN THE CUSTOMER TAKES BOTH, SO NOBODY GETS
      *     THE SAME NEWS TWICE ----------------------------------------
       CONTACT-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN NOT CU-IS-ACTIVE
                   CONTINUE
               WHEN CU-WANTS-EMAIL AND CU-EMAIL NOT = SPACES
                   PERFORM SEND-EVENT-EMAIL
               WHEN CU-WANTS-MAIL AND CU-ADDRESS-LINE NOT = SPACES
                   PERFORM PRINT-EVENT-LABEL
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE
           PERFORM READ-CUSTOMER
           .
       SEND-EVENT-EMAIL.
           MOVE CU-CUSTOMER-NO TO MP-TENANT-ID
           MOVE CU-EMAIL       TO MP-EMAIL
           MOVE 'SALEEVNT'     TO MP-DOC-TYPE
           MOVE SPACES TO MP-SUBJECT
           STRING 'DARLENE''S TREASURES -- ' PL-NAME
               DELIMITED BY SIZE INTO MP-SUBJECT
           SET MP-OP-OPEN TO TRUE
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           MOVE SPACES TO WS-DOC-LINE
           STRING 'DEAR ' CU-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-MAIL-LINE
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-MAIL-LINE
           MOVE SPACES TO WS-DOC-LINE
           STRING 'JOIN US FOR OUR ' PL-NAME ' SALE ON '
               WS-EVENT-DATE-OUT '.' DELIMITED BY SIZE
               INTO WS-DOC-LINE
           PERFORM EMIT-MAIL-LINE
           IF PL-DISCOUNT-PCT > ZEROS
               MOVE PL-DISCOUNT-PCT TO WS-EDIT-PCT
               MOVE SPACES TO WS-DOC-LINE
               STRING 'ELIGIBLE ITEMS ARE ' WS-EDIT-PCT
                   '% OFF THAT DAY ONLY.' DELIMITED BY SIZE
                   INTO WS-DOC-LINE
               PERFORM EMIT-MAIL-LINE
           END-IF
           MOVE SPACES TO WS-DOC-LINE
           PERFORM EMIT-MAIL-LINE
           MOVE 'TO STOP THESE NOTICES, JUST TELL US AT THE FRONT DESK.'
               TO WS-DOC-LINE
           PERFORM EMIT-MAIL-LINE
           SET MP-OP-CLOSE TO TRUE
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           MOVE SPACES TO MP-SUBJECT
           SET CP-WENT-BY-EMAIL TO TRUE
           MOVE CU-EMAIL-OPT-IN TO CP-OPT-IN-FLAG
           PERFORM APPEND-CONTACT-ROW
           ADD 1 TO WS-EMAIL-COUNT
           .
       EMIT-MAIL-LINE.
           SET MP-OP-LINE TO TRUE
           MOVE WS-DOC-LINE TO MP-LINE-TEXT
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           .
      * --- ONE-INCH LABEL STOCK: SIX LINES A LABEL, ADDRESS BLOCK ON
      *     LINES 2-4.  THE PAPER ROW GOES IN DELIVREG TOO -------------
       PRINT-EVENT-LABEL.
           MOVE SPACES TO LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           MOVE CU-CUSTOMER-NAME TO LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           MOVE CU-ADDRESS-LINE TO LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           MOVE SPACES TO LABEL-PRINT-RECORD
           STRING FUNCTION TRIM(CU-CITY) ', ' CU-STATE '  '
               CU-POSTAL-CODE DELIMITED BY SIZE
               INTO LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           MOVE SPACES TO LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           MOVE CU-CUSTOMER-NO TO MP-TENANT-ID
           MOVE SPACES         TO MP-EMAIL
           MOVE 'SALEEVNT'     TO MP-DOC-TYPE
           SET MP-OP-REGISTER TO TRUE
           MOVE 'P' TO MP-METHOD
           CALL 'MAILPUT' USING MAIL-PUT-PARAMS
           SET CP-WENT-BY-PAPER TO TRUE
           MOVE CU-MAIL-OPT-IN TO CP-OPT-IN-FLAG
           PERFORM APPEND-CONTACT-ROW
           ADD 1 TO WS-PAPER-COUNT
           .
       APPEND-CONTACT-ROW.
           MOVE WS-EVENT-KEY   TO CP-EVENT-KEY
           MOVE PL-NAME        TO CP-EVENT-NAME
           MOVE DF-MMDDYYYY    TO CP-DATE-SENT
           MOVE CU-CUSTOMER-NO TO CP-CUSTOMER-NO
           WRITE CAMPAIGN-LOG-RECORD
           .
      *-----------------------------------------------------------------
      * --- OWNER'S VIEW: HOW MANY WENT OUT, AND HOW, FOR EACH EVENT --
       PRINT-CAMPAIGN-REPORT.
           MOVE ZEROS TO WS-TALLY-COUNT
           SET WS-CP-EOF-SW TO 0
           OPEN INPUT CAMPAIGN-LOG
           IF WS-CP-STATUS NOT = '00'
               DISPLAY 'NO CAMPAIGNS HAVE BEEN SENT'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CAMPAIGN-LOG
           PERFORM TALLY-ONE-LOG-ROW UNTIL END-OF-CAMPAIGN-LOG
           CLOSE CAMPAIGN-LOG
           DISPLAY 'SALE-EVENT ANNOUNCEMENTS SENT'
           DISPLAY 'YEAR MMDD EVENT                 E-MAIL   PAPER'
           PERFORM PRINT-ONE-TALLY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
           .
       TALLY-ONE-LOG-ROW.
           MOVE ZEROS TO WS-TALLY-HIT
           PERFORM FIND-TALLY-ENTRY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                  OR WS-TALLY-HIT > ZEROS
           IF WS-TALLY-HIT = ZEROS AND WS-TALLY-COUNT < 100
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-HIT
               MOVE CP-EVENT-KEY  TO WS-TALLY-KEY(WS-TALLY-HIT)
               MOVE CP-EVENT-NAME TO WS-TALLY-NAME(WS-TALLY-HIT)
               MOVE ZEROS TO WS-TALLY-EMAIL(WS-TALLY-HIT)
                             WS-TALLY-PAPER(WS-TALLY-HIT)
           END-IF
           IF WS-TALLY-HIT > ZEROS
               IF CP-WENT-BY-EMAIL
                   ADD 1 TO WS-TALLY-EMAIL(WS-TALLY-HIT)
               ELSE
                   ADD 1 TO WS-TALLY-PAPER(WS-TALLY-HIT)
               END-IF
           END-IF
           PERFORM READ-CAMPAIGN-LOG
           .
       FIND-TALLY-ENTRY.
           IF WS-TALLY-KEY(WS-TALLY-IDX) = CP-EVENT-KEY
               MOVE WS-TALLY-IDX TO WS-TALLY-HIT
           END-IF
           .
       PRINT-ONE-TALLY.
           DISPLAY WS-TALLY-KEY(WS-TALLY-IDX)(1:4) ' '
                   WS-TALLY-KEY(WS-TALLY-IDX)(5:4) ' '
                   WS-TALLY-NAME(WS-TALLY-IDX) ' '
                   WS-TALLY-EMAIL(WS-TALLY-IDX) '   '
                   WS-TALLY-PAPER(WS-TALLY-IDX)
           .
