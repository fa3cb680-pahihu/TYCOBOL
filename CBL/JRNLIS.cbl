       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLIS.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    JRNLIS -- ITEM-SKU JOURNAL WRITER.  APPENDS ONE TIMESTAMPED
      *    BEFORE/AFTER ROW TO THE ISJRNL FILE FOR EVERY WRITE/REWRITE/
      *    DELETE A CALLER REPORTS AGAINST ITEMSKU, SO "WHERE IS MY
      *    LAMP?" IS ONE ITMLIFE INQUIRY INSTEAD OF A SEARCH THROUGH
      *    HALF A DOZEN FILES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IS-JOURNAL
               ASSIGN TO 'ISJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  IS-JOURNAL.
       COPY ISJRNL.
       WORKING-STORAGE SECTION.
       01 WS-IR-STATUS         PIC XX VALUE '00'.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY JRNLIS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING IS-JOURNAL-PARAMS.
       APPEND-JOURNAL-ROW.
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           OPEN EXTEND IS-JOURNAL
           IF WS-IR-STATUS = '05' OR WS-IR-STATUS = '35'
               OPEN OUTPUT IS-JOURNAL
               CLOSE IS-JOURNAL
               OPEN EXTEND IS-JOURNAL
           END-IF
           COMPUTE IR-TIMESTAMP =
               DF-YEAR * 10000000000
               + DF-MONTH * 100000000
               + DF-DAY * 1000000
               + DF-HOUR * 10000
               + DF-MINUTE * 100
               + DF-SECOND
      * --- THE SKU LEADS THE RECORD; A DELETE HAS ONLY A BEFORE ------
           IF IJ-OPERATION = 'D'
               MOVE IJ-BEFORE-IMAGE(1:12) TO IR-SKU
           ELSE
               MOVE IJ-AFTER-IMAGE(1:12)  TO IR-SKU
           END-IF
           MOVE IJ-OPERATION    TO IR-OPERATION
           MOVE IJ-PROGRAM      TO IR-PROGRAM
           MOVE IJ-OPERATOR     TO IR-OPERATOR
           MOVE IJ-BEFORE-IMAGE TO IR-BEFORE-IMAGE
           MOVE IJ-AFTER-IMAGE  TO IR-AFTER-IMAGE
           WRITE IS-JOURNAL-RECORD
           CLOSE IS-JOURNAL
           GOBACK
           .
