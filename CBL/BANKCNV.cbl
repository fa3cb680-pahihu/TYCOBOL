       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCNV.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BANKCNV -- ONE-TIME PROTECTION OF THE TENANT BANK FIELDS.
      *    EVERY TENANTM RECORD STILL CARRYING A CLEAR ROUTING OR
      *    ACCOUNT NUMBER IS PUT THROUGH BANKPROT AND REWRITTEN IN
      *    PROTECTED FORM, JOURNALED THROUGH JRNLTM LIKE ANY OTHER
      *    REWRITE.  A RECORD ALREADY PROTECTED IS SKIPPED, SO A
      *    SECOND RUN (OR A RUN AFTER A RESTORE FROM AN OLDER BACKUP)
      *    ONLY PICKS UP WHAT IS STILL CLEAR.
      *      "GNUMAIN BANKCNV"   PROTECT AND COUNT
      *    BACKUPS AND JOURNALS TAKEN BEFORE THE RUN STILL HOLD THE
      *    CLEAR NUMBERS: TAKE A FRESH MBACKUP AFTERWARDS AND RETIRE
      *    THE OLDER ONES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TENANT-ID
               ALTERNATE RECORD KEY IS TM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       COPY TENTMAST.
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS         PIC XX VALUE '00'.
       01 WS-SWITCHES.
          03 WS-EOF-SW         PIC 9 VALUE 0.
             88 END-OF-TENANT-MASTER   VALUE 1.
          03 WS-NO-KEY-SW      PIC 9 VALUE 0.
             88 BANK-KEY-MISSING       VALUE 1.
       01 WS-RECORD-COUNT      PIC 9(6) VALUE ZEROS.
       01 WS-PROTECTED-COUNT   PIC 9(6) VALUE ZEROS.
       01 WS-ALREADY-COUNT     PIC 9(6) VALUE ZEROS.
       01 WS-NO-BANK-COUNT     PIC 9(6) VALUE ZEROS.
       COPY BANKPROT.
       COPY JRNLTM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           OPEN I-O TENANT-MASTER
           IF WS-TM-STATUS = '35'
               DISPLAY 'TENANT MASTER NOT ON FILE -- NOTHING TO PROTECT'
               GOBACK
           END-IF
           DISPLAY '        TENANT BANK-FIELD PROTECTION'
           DISPLAY ' '
           PERFORM READ-TENANT-MASTER
           PERFORM PROTECT-ONE-RECORD
               UNTIL END-OF-TENANT-MASTER OR BANK-KEY-MISSING
           CLOSE TENANT-MASTER
           IF BANK-KEY-MISSING
               DISPLAY 'BANKKEY FILE IS DAMAGED -- RUN STOPPED, '
                       'NOTHING FURTHER PROTECTED'
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY ' '
           DISPLAY 'RECORDS READ:              ' WS-RECORD-COUNT
           DISPLAY 'PROTECTED THIS RUN:        ' WS-PROTECTED-COUNT
           DISPLAY 'ALREADY PROTECTED:         ' WS-ALREADY-COUNT
           DISPLAY 'NO BANK DETAILS ON FILE:   ' WS-NO-BANK-COUNT
           IF WS-PROTECTED-COUNT > ZEROS
               DISPLAY ' '
               DISPLAY 'TAKE A FRESH MBACKUP NOW -- EARLIER BACKUPS '
                       'STILL HOLD CLEAR NUMBERS'
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
       READ-TENANT-MASTER.
           READ TENANT-MASTER NEXT RECORD
               AT END
                   SET END-OF-TENANT-MASTER TO TRUE
           END-READ
           .
      *-----------------------------------------------------------------
       PROTECT-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           EVALUATE TRUE
               WHEN TM-BANK-IS-PROTECTED
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN TM-BANK-ROUTING NOT NUMERIC
                       AND TM-BANK-ACCOUNT = SPACES
                   ADD 1 TO WS-NO-BANK-COUNT
               WHEN TM-BANK-ROUTING = ZEROS
                       AND TM-BANK-ACCOUNT = SPACES
                   ADD 1 TO WS-NO-BANK-COUNT
               WHEN OTHER
                   PERFORM PROTECT-AND-REWRITE
           END-EVALUATE
           PERFORM READ-TENANT-MASTER
           .
      * --- THE JOURNAL ROW CARRIES THE PROTECTED IMAGE BOTH SIDES: A
      *     TRUE BEFORE-IMAGE WOULD PUT THE CLEAR NUMBERS STRAIGHT
      *     BACK ON TMJRNL, AND NO ROLL-FORWARD READS IT ANYWAY ------
       PROTECT-AND-REWRITE.
           SET BP-PROTECT TO TRUE
           MOVE 'BANKCNV'            TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE SPACES               TO BP-OPERATOR-ID BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           IF NOT BP-OK
               SET BANK-KEY-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BP-PROTECT-FLAG TO TM-BANK-PROTECT-FLAG
           MOVE BP-ROUTING      TO TM-BANK-ROUTING
           MOVE BP-ACCOUNT      TO TM-BANK-ACCOUNT
           REWRITE TENANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY TM-TENANT-ID
                           ' -- UNABLE TO REWRITE PROTECTED RECORD'
               NOT INVALID KEY
                   ADD 1 TO WS-PROTECTED-COUNT
                   DISPLAY TM-TENANT-ID ' PROTECTED  ACCOUNT '
                           BP-ACCOUNT-MASK
                   MOVE 'R' TO JT-OPERATION
                   MOVE 'BANKCNV' TO JT-PROGRAM
                   MOVE TENANT-MASTER-RECORD TO JT-BEFORE-IMAGE
                   MOVE TENANT-MASTER-RECORD TO JT-AFTER-IMAGE
                   CALL 'JRNLTM' USING TM-JOURNAL-PARAMS
           END-REWRITE
           .
