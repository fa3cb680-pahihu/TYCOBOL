       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKINQ.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    BANKINQ -- MANAGER BANK-DETAIL INQUIRY.  THE ONE PLACE A
      *    PERSON CAN SEE A TENANT'S FULL ROUTING AND ACCOUNT NUMBER,
      *    E.G. TO READ THEM BACK TO THE BANK ON A RETURNED DRAFT:
      *      "GNUMAIN BANKINQ 000123"
      *    THE MANAGER PIN IS ASKED FOR AT THE CONSOLE (AUTHCHK
      *    FUNCTION 'BANKVIEW'), WITH A SHORT REASON; BANKPROT WRITES
      *    THE REVEAL, THE INITIALS AND THE REASON TO BANKAUD.
      *    WITHOUT THE PIN ONLY THE LAST FOUR DIGITS ARE SHOWN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-MASTER
               ASSIGN TO 'TENANTM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       01 WS-TARGET-TENANT     PIC 9(6) VALUE ZEROS.
       01 WS-MANAGER-PIN       PIC X(4) VALUE SPACES.
       01 WS-REASON            PIC X(20) VALUE SPACES.
       COPY AUTHCHK.
       COPY BANKPROT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
           IF ARGC < 1 OR ARGV(1) = SPACES
               DISPLAY 'USE "BANKINQ <TENANT ID>"'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(ARGV(1)) TO WS-TARGET-TENANT
           OPEN INPUT TENANT-MASTER
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'TENANT MASTER NOT ON FILE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TARGET-TENANT TO TM-TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   DISPLAY 'TENANT ' WS-TARGET-TENANT ' NOT ON FILE'
                   MOVE 1 TO RETURN-CODE
           END-READ
           CLOSE TENANT-MASTER
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           DISPLAY 'TENANT ' TM-TENANT-ID '  ' TM-LAST-NAME
           PERFORM SHOW-MASKED-DETAILS
           IF TM-BANK-ROUTING = ZEROS AND TM-BANK-ACCOUNT = SPACES
               GOBACK
           END-IF
           PERFORM GET-VIEW-AUTHORITY
           IF AC-IS-ALLOWED
               PERFORM SHOW-FULL-DETAILS
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
       SHOW-MASKED-DETAILS.
           SET BP-MASK TO TRUE
           PERFORM LOAD-BANK-PARAMS
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           DISPLAY 'ROUTING: ' BP-ROUTING-MASK
                   '   ACCOUNT: ' BP-ACCOUNT-MASK
           .
      * --- SEEING THE WHOLE NUMBER IS MANAGER-GATED ON THE FUNCAUTH
      *     MATRIX; THE PIN IS ASKED FOR AT THE CONSOLE ------------
       GET-VIEW-AUTHORITY.
           DISPLAY 'MANAGER PIN FOR FULL NUMBERS: ' WITH NO ADVANCING
           ACCEPT WS-MANAGER-PIN
           MOVE 'BANKVIEW' TO AC-FUNCTION
           MOVE WS-MANAGER-PIN TO AC-PIN-INPUT
           CALL 'AUTHCHK' USING AUTH-CHECK-PARAMS
           IF AC-NOT-ALLOWED
               DISPLAY 'REFUSED -- ' AC-MESSAGE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'REASON: ' WITH NO ADVANCING
           ACCEPT WS-REASON
           INSPECT WS-REASON
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       SHOW-FULL-DETAILS.
           SET BP-REVEAL TO TRUE
           PERFORM LOAD-BANK-PARAMS
           MOVE AC-INITIALS-OUT TO BP-OPERATOR-ID
           IF WS-REASON = SPACES
               MOVE 'MANAGER INQUIRY' TO BP-PURPOSE
           ELSE
               MOVE WS-REASON TO BP-PURPOSE
           END-IF
           CALL 'BANKPROT' USING BANK-PROTECT-PARAMS
           IF BP-OK
               DISPLAY 'ROUTING: ' BP-ROUTING
                       '   ACCOUNT: ' BP-ACCOUNT
               DISPLAY 'VIEW LOGGED TO BANKAUD UNDER ' AC-INITIALS-OUT
           ELSE
               DISPLAY 'NUMBERS CANNOT BE READ -- BANKKEY MISSING'
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       LOAD-BANK-PARAMS.
           MOVE 'BANKINQ'            TO BP-PROGRAM
           MOVE TM-TENANT-ID         TO BP-TENANT-ID
           MOVE SPACES               TO BP-OPERATOR-ID BP-PURPOSE
           MOVE TM-BANK-PROTECT-FLAG TO BP-PROTECT-FLAG
           MOVE TM-BANK-ROUTING      TO BP-ROUTING
           MOVE TM-BANK-ACCOUNT      TO BP-ACCOUNT
           .
