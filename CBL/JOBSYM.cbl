       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSYM.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    JOBSYM -- DATE SYMBOLS IN JOB-LIST ARGUMENTS.  GNUMAIN
      *    EXPANDS EVERY GNUJOBS ROW THROUGH HERE JUST BEFORE THE STEP
      *    RUNS, AND JOBCHECK SHOWS THE SAME EXPANSION IN ITS DRY RUN,
      *    SO "CMSPAY &YYMM" PAYS THE RIGHT MONTH WITHOUT ANYONE
      *    EDITING THE LIST.  A SYMBOL IS A WHOLE ARGUMENT STARTING
      *    WITH '&' (CASE DOES NOT MATTER):
      *      &YYMM      &CCYYMM     CURRENT PERIOD (BUSINESS DATE)
      *      &PRVYYMM   &PRVCCYYMM  PRIOR PERIOD
      *      &TODAY     &TODAY8     TODAY, YYMMDD / CCYYMMDD
      *      &BUSDATE   &BUSDATE8   BUSINESS DATE, YYMMDD / CCYYMMDD
      *      &PRVBDAY   &PRVBDAY8   PRIOR BUSINESS DAY
      *      &PRVYY     &PRVCCYY    PRIOR YEAR (OF THE BUSINESS DATE)
      *    THE BUSINESS DATE IS THE BUSDAY POSTING DATE (THE DAY THE
      *    CHAIN IS CLOSING OUT), OR TODAY WHEN THERE IS NO BUSDAY
      *    FILE.  THE PRIOR BUSINESS DAY STEPS BACK OVER PROMOCAL
      *    BLACKOUT HOLIDAYS, THE SAME RULE AS THE 'ME' RUN CALENDAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DAY
               ASSIGN TO 'BUSDAY'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CTR-RRN
               FILE STATUS IS WS-BD-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DAY.
       COPY BUSDAY.
       WORKING-STORAGE SECTION.
       01 WS-BD-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-AMP-TALLY         PIC 9(2) VALUE ZEROS.
       01 WS-TOKEN-TALLY       PIC 9(2) VALUE ZEROS.
       01 WS-TOKEN-IDX         PIC 9(2) VALUE ZEROS.
       01 WS-OUT-PTR           PIC 9(3) VALUE 1.
       01 WS-TOKEN-SPLIT.
          03 WS-TOKEN          OCCURS 16 TIMES PIC X(40).
       01 WS-SYMBOL            PIC X(40) VALUE SPACES.
      * --- THE DATES EVERY SYMBOL IS CUT FROM ----------------------
       01 WS-TODAY-CCYYMMDD    PIC 9(8) VALUE ZEROS.
       01 WS-BUS-CCYYMMDD      PIC 9(8) VALUE ZEROS.
       01 WS-BUS-DATE REDEFINES WS-BUS-CCYYMMDD.
          03 WS-BUS-CCYY       PIC 9(4).
          03 WS-BUS-MM         PIC 9(2).
          03 WS-BUS-DD         PIC 9(2).
       01 WS-PRV-BDAY          PIC 9(8) VALUE ZEROS.
       01 WS-PRV-BDAY-PARTS REDEFINES WS-PRV-BDAY.
          03 WS-PRV-BDAY-CCYY  PIC 9(4).
          03 WS-PRV-BDAY-MM    PIC 9(2).
          03 WS-PRV-BDAY-DD    PIC 9(2).
       01 WS-PRV-BDAY-INT      PIC S9(8) COMP VALUE ZEROS.
       01 WS-CUR-CCYYMM        PIC 9(6) VALUE ZEROS.
       01 WS-PRV-CCYYMM        PIC 9(6) VALUE ZEROS.
       01 WS-PRV-CCYY          PIC 9(4) VALUE ZEROS.
       01 WS-VALUE             PIC X(8) VALUE SPACES.
       COPY DATEFMT.
       COPY PROMOLKP.
       LINKAGE SECTION.
       COPY JOBSYM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING JOB-SYMBOL-PARAMS.
       EXPAND-JOB-SYMBOLS.
           SET JS-ARGS-OK TO TRUE
           MOVE SPACES TO JS-BAD-SYMBOL
           MOVE ZEROS TO JS-SYMBOL-COUNT
           MOVE JS-ARGS-IN TO JS-ARGS-OUT
           MOVE ZEROS TO WS-AMP-TALLY
           INSPECT JS-ARGS-IN TALLYING WS-AMP-TALLY FOR ALL '&'
      * --- NO SYMBOLS: THE ROW GOES THROUGH EXACTLY AS KEYED --------
           IF WS-AMP-TALLY = ZEROS
               GOBACK
           END-IF
           PERFORM FIX-SYMBOL-DATES
           MOVE ZEROS TO WS-TOKEN-TALLY
           MOVE SPACES TO WS-TOKEN-SPLIT
           UNSTRING JS-ARGS-IN DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1)  WS-TOKEN(2)  WS-TOKEN(3)
                    WS-TOKEN(4)  WS-TOKEN(5)  WS-TOKEN(6)
                    WS-TOKEN(7)  WS-TOKEN(8)  WS-TOKEN(9)
                    WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                    WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15)
                    WS-TOKEN(16)
               TALLYING IN WS-TOKEN-TALLY
           END-UNSTRING
           MOVE SPACES TO JS-ARGS-OUT
           MOVE 1 TO WS-OUT-PTR
           PERFORM EXPAND-ONE-TOKEN
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-TALLY
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- TODAY OFF THE CLOCK, THE BUSINESS DATE OFF BUSDAY (STORED
      *     MMDDYYYY), AND THE PERIODS AND PRIOR DAY WORKED FROM IT --
       FIX-SYMBOL-DATES.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           COMPUTE WS-TODAY-CCYYMMDD =
               DF-YEAR * 10000 + DF-MONTH * 100 + DF-DAY
           MOVE WS-TODAY-CCYYMMDD TO WS-BUS-CCYYMMDD
           MOVE 1 TO WS-CTR-RRN
           OPEN INPUT BUSINESS-DAY
           IF WS-BD-STATUS NOT = '35'
               READ BUSINESS-DAY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BD-STATUS = '00' AND BD-POSTING-DATE > ZEROS
                   COMPUTE WS-BUS-CCYYMMDD =
                       FUNCTION MOD(BD-POSTING-DATE, 10000) * 10000
                       + BD-POSTING-DATE / 10000
               END-IF
               CLOSE BUSINESS-DAY
           END-IF
           COMPUTE WS-CUR-CCYYMM = WS-BUS-CCYY * 100 + WS-BUS-MM
           IF WS-BUS-MM = 1
               COMPUTE WS-PRV-CCYYMM = (WS-BUS-CCYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRV-CCYYMM = WS-CUR-CCYYMM - 1
           END-IF
           COMPUTE WS-PRV-CCYY = WS-BUS-CCYY - 1
           COMPUTE WS-PRV-BDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-CCYYMMDD)
           PERFORM STEP-BACK-ONE-DAY
           .
       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-PRV-BDAY-INT
           COMPUTE WS-PRV-BDAY =
               FUNCTION DATE-OF-INTEGER(WS-PRV-BDAY-INT)
           MOVE WS-PRV-BDAY-MM TO PL-MONTH
           MOVE WS-PRV-BDAY-DD TO PL-DAY
           CALL 'PROMOLKP' USING PROMO-LOOKUP-PARAMS
           IF PL-IS-VALID AND PL-IS-BLACKOUT
               GO TO STEP-BACK-ONE-DAY
           END-IF
           .
      *-----------------------------------------------------------------
       EXPAND-ONE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX)(1:1) = '&'
               PERFORM RESOLVE-SYMBOL
           ELSE
               MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-SYMBOL
           END-IF
           IF WS-TOKEN-IDX > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO JS-ARGS-OUT WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       SET JS-ARGS-TOO-LONG TO TRUE
               END-STRING
           END-IF
           STRING WS-SYMBOL DELIMITED BY SPACE
               INTO JS-ARGS-OUT WITH POINTER WS-OUT-PTR
               ON OVERFLOW
                   SET JS-ARGS-TOO-LONG TO TRUE
           END-STRING
           .
      * --- AN '&' ARGUMENT THAT IS NOT ON THE LIST IS PASSED ALONG
      *     AS KEYED BUT FLAGS THE ROW, SO THE STEP IS NOT RUN ON A
      *     TYPO ----------------------------------------------------
       RESOLVE-SYMBOL.
           MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-SYMBOL
           INSPECT WS-SYMBOL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-VALUE
           EVALUATE WS-SYMBOL
               WHEN '&YYMM'
                   MOVE WS-CUR-CCYYMM(3:4)     TO WS-VALUE
               WHEN '&CCYYMM'
                   MOVE WS-CUR-CCYYMM          TO WS-VALUE
               WHEN '&PRVYYMM'
                   MOVE WS-PRV-CCYYMM(3:4)     TO WS-VALUE
               WHEN '&PRVCCYYMM'
                   MOVE WS-PRV-CCYYMM          TO WS-VALUE
               WHEN '&TODAY'
                   MOVE WS-TODAY-CCYYMMDD(3:6) TO WS-VALUE
               WHEN '&TODAY8'
                   MOVE WS-TODAY-CCYYMMDD      TO WS-VALUE
               WHEN '&BUSDATE'
                   MOVE WS-BUS-CCYYMMDD(3:6)   TO WS-VALUE
               WHEN '&BUSDATE8'
                   MOVE WS-BUS-CCYYMMDD        TO WS-VALUE
               WHEN '&PRVBDAY'
                   MOVE WS-PRV-BDAY(3:6)       TO WS-VALUE
               WHEN '&PRVBDAY8'
                   MOVE WS-PRV-BDAY            TO WS-VALUE
               WHEN '&PRVYY'
                   MOVE WS-PRV-CCYY(3:2)       TO WS-VALUE
               WHEN '&PRVCCYY'
                   MOVE WS-PRV-CCYY            TO WS-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-VALUE = SPACES
               IF JS-ARGS-OK
                   SET JS-SYMBOL-UNKNOWN TO TRUE
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO JS-BAD-SYMBOL
               END-IF
               MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-SYMBOL
           ELSE
               ADD 1 TO JS-SYMBOL-COUNT
               MOVE WS-VALUE TO WS-SYMBOL
           END-IF
           .
