       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINMASK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    Taxpayer-id masking for screens and printed reports.  Same
      *    idea as PHONMASK: everything but the last four digits is
      *    hidden, so a worksheet or exception list can show which
      *    TIN is on file without putting the whole number on paper.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TIN-LAST-FOUR         PIC X(4) VALUE SPACES.
       LINKAGE SECTION.
       COPY TINMASK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TIN-MASK-PARAMS.
       MASK-TAXPAYER-ID.
           MOVE SPACES TO TK-TIN-OUT
           IF TK-TIN-IN = SPACES OR TK-TIN-IN = ZEROS
               MOVE 'NOT ON FILE' TO TK-TIN-OUT
               GOBACK
           END-IF
           MOVE TK-TIN-IN(6:4) TO WS-TIN-LAST-FOUR
           IF TK-TIN-TYPE = 'E'
               STRING '**-***' WS-TIN-LAST-FOUR
                   DELIMITED BY SIZE INTO TK-TIN-OUT
           ELSE
               STRING '***-**-' WS-TIN-LAST-FOUR
                   DELIMITED BY SIZE INTO TK-TIN-OUT
           END-IF
           GOBACK
           .
