       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHK.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    CATCHK -- DEALER CATEGORY CHECK.  ONE PLACE THAT ANSWERS
      *    "MAY THIS DEALER SELL THIS CATEGORY?" FROM THE DEALER'S
      *    DLRCATS ROW AND THE PERMIT FLAG ON CATGTBL, SO ITMENT'S
      *    INTAKE CHECK AND THE DLRCATS FLOOR REPORT NEVER DISAGREE.
      *    THE ALLOWED OR EXCLUDED LIST IS JUDGED FIRST, THEN THE
      *    PERMIT.  NO DLRCATS FILE OR NO ROW MEANS NO LIST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEALER-CATEGORY
               ASSIGN TO 'DLRCATS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-TENANT-ID
               FILE STATUS IS WS-CY-STATUS.
           SELECT CATEGORY-TABLE
               ASSIGN TO 'CATGTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DEALER-CATEGORY.
       COPY DLRCATS.
       FD  CATEGORY-TABLE.
       COPY CATGLKP.
       WORKING-STORAGE SECTION.
       01 WS-CY-STATUS         PIC XX VALUE '00'.
       01 WS-CG-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-CG-EOF-SW      PIC 9 VALUE 0.
             88 END-OF-CATEGORY-TABLE     VALUE 1.
          03 WS-ROW-SW         PIC 9 VALUE 0.
             88 DEALER-ROW-FOUND          VALUE 1.
             88 DEALER-ROW-NOT-FOUND      VALUE 0.
          03 WS-LISTED-SW      PIC 9 VALUE 0.
             88 CATEGORY-IS-LISTED        VALUE 1.
             88 CATEGORY-NOT-LISTED       VALUE 0.
          03 WS-PERMIT-SW      PIC 9 VALUE 0.
             88 PERMIT-IS-NEEDED          VALUE 1.
             88 PERMIT-NOT-NEEDED         VALUE 0.
       01 WS-CY-IDX            PIC 9(2) VALUE ZEROS.
       LINKAGE SECTION.
       COPY CATCHK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CATEGORY-CHECK-PARAMS.
       CHECK-DEALER-CATEGORY.
           SET CV-IS-ALLOWED TO TRUE
           MOVE SPACES TO CV-MESSAGE
           IF CV-TENANT-ID = ZEROS
               GOBACK
           END-IF
           PERFORM READ-DEALER-ROW
           PERFORM FIND-PERMIT-FLAG
           IF DEALER-ROW-FOUND
               PERFORM CHECK-CATEGORY-LIST
           END-IF
           IF CV-IS-ALLOWED AND PERMIT-IS-NEEDED
               PERFORM CHECK-DEALER-PERMIT
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
       READ-DEALER-ROW.
           SET DEALER-ROW-NOT-FOUND TO TRUE
           OPEN INPUT DEALER-CATEGORY
           IF WS-CY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE CV-TENANT-ID TO CY-TENANT-ID
           READ DEALER-CATEGORY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CY-STATUS = '00'
               SET DEALER-ROW-FOUND TO TRUE
           END-IF
           CLOSE DEALER-CATEGORY
           .
      * --- CATGTBL IS READ FRESH EACH CALL: A FLAG CHANGED ON TBLMNT
      *     COUNTS FROM THE NEXT ITEM KEYED ----------------------------
       FIND-PERMIT-FLAG.
           SET PERMIT-NOT-NEEDED TO TRUE
           SET WS-CG-EOF-SW TO 0
           OPEN INPUT CATEGORY-TABLE
           IF WS-CG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CATEGORY-TABLE
           PERFORM SCAN-CATEGORY-TABLE UNTIL END-OF-CATEGORY-TABLE
           CLOSE CATEGORY-TABLE
           .
       READ-CATEGORY-TABLE.
           READ CATEGORY-TABLE NEXT RECORD
               AT END
                   SET END-OF-CATEGORY-TABLE TO TRUE
           END-READ
           .
       SCAN-CATEGORY-TABLE.
           IF CG-CATEGORY-CODE = CV-CATEGORY
               IF CG-NEEDS-PERMIT
                   SET PERMIT-IS-NEEDED TO TRUE
               END-IF
               SET END-OF-CATEGORY-TABLE TO TRUE
           ELSE
               PERFORM READ-CATEGORY-TABLE
           END-IF
           .
      *-----------------------------------------------------------------
       CHECK-CATEGORY-LIST.
           SET CATEGORY-NOT-LISTED TO TRUE
           PERFORM SCAN-DEALER-LIST
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > 10 OR CATEGORY-IS-LISTED
           EVALUATE TRUE
               WHEN CY-IS-ALLOWED-LIST AND CATEGORY-NOT-LISTED
                   SET CV-NOT-ON-ALLOWED-LIST TO TRUE
                   STRING CV-CATEGORY DELIMITED BY SIZE
                          ' NOT ON DEALER''S ALLOWED LIST'
                          DELIMITED BY SIZE INTO CV-MESSAGE
               WHEN CY-IS-EXCLUDED-LIST AND CATEGORY-IS-LISTED
                   SET CV-ON-EXCLUDED-LIST TO TRUE
                   STRING CV-CATEGORY DELIMITED BY SIZE
                          ' IS EXCLUDED FOR THIS DEALER'
                          DELIMITED BY SIZE INTO CV-MESSAGE
           END-EVALUATE
           .
       SCAN-DEALER-LIST.
           IF CY-CATEGORY(WS-CY-IDX) = CV-CATEGORY
               SET CATEGORY-IS-LISTED TO TRUE
           END-IF
           .
      * --- NO ROW, OR A ROW WITH NO PERMIT NUMBER, IS NO PERMIT ------
       CHECK-DEALER-PERMIT.
           EVALUATE TRUE
               WHEN DEALER-ROW-NOT-FOUND
                   SET CV-NO-PERMIT-ON-FILE TO TRUE
               WHEN CY-PERMIT-NO = SPACES
                   SET CV-NO-PERMIT-ON-FILE TO TRUE
               WHEN CY-PERMIT-EXPIRES IS NOT NUMERIC
                   CONTINUE
               WHEN CY-PERMIT-EXPIRES > ZEROS
                       AND CY-PERMIT-EXPIRES < CV-AS-OF-DATE
                   SET CV-PERMIT-HAS-EXPIRED TO TRUE
           END-EVALUATE
           IF CV-NO-PERMIT-ON-FILE
               STRING CV-CATEGORY DELIMITED BY SIZE
                      ' NEEDS A PERMIT -- NONE ON FILE'
                      DELIMITED BY SIZE INTO CV-MESSAGE
           END-IF
           IF CV-PERMIT-HAS-EXPIRED
               STRING CV-CATEGORY DELIMITED BY SIZE
                      ' NEEDS A PERMIT -- PERMIT EXPIRED'
                      DELIMITED BY SIZE INTO CV-MESSAGE
           END-IF
           .
