      *        "GNUMAIN DAYCTL CLOSE"  CLOSES THE DAY BY HAND (CMSTILL
      *                                ALSO CLOSES IT AT RECONCILE)
      *        "GNUMAIN DAYCTL STATUS" SHOWS THE CONTROL RECORD
      *    AN OPTIONAL STORE NUMBER FOLLOWS THE MODE ("GNUMAIN DAYCTL
      *    OPEN 02"); EACH STORE OPENS AND CLOSES ITS OWN DAY ON ITS
      *    OWN RECORD.  LEFT OFF, IT IS STORE 01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01 WS-BD-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-STORE-ID          PIC X(2) VALUE '01'.
       01 WS-STORE-NUM REDEFINES WS-STORE-ID
                               PIC 9(2).
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-OPEN              VALUE 'OPEN'.
          88 MODE-IS-CLOSE             VALUE 'CLOSE'.
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF ARGC >= 2 AND ARGV (2) NOT = SPACES
               MOVE ARGV (2) TO WS-STORE-ID
           END-IF
           IF WS-STORE-ID NOT NUMERIC OR WS-STORE-NUM = ZEROS
               DISPLAY 'STORE MUST BE A TWO-DIGIT STORE NUMBER'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-STORE-NUM TO WS-CTR-RRN
           PERFORM OPEN-BUSINESS-DAY-FILE
           EVALUATE TRUE
               WHEN MODE-IS-OPEN
               MOVE ZEROS TO BD-POSTING-DATE
               SET BD-IS-CLOSED TO TRUE
               MOVE SPACES TO BD-OPENED-BY BD-CLOSED-BY
               MOVE '01' TO BD-STORE-ID
               MOVE 1 TO WS-CTR-RRN
               WRITE BUSINESS-DAY-RECORD
               CLOSE BUSINESS-DAY
               OPEN I-O BUSINESS-DAY
               MOVE WS-STORE-NUM TO WS-CTR-RRN
           END-IF
           READ BUSINESS-DAY
               INVALID KEY
                   MOVE ZEROS TO BD-POSTING-DATE
                   SET BD-IS-CLOSED TO TRUE
                   MOVE SPACES TO BD-OPENED-BY BD-CLOSED-BY
           END-READ
           MOVE WS-STORE-ID TO BD-STORE-ID
           .
      *-----------------------------------------------------------------
      * --- OPENING (OR REOPENING) THE DAY IS THE MANAGER'S SAY-SO
               INVALID KEY
                   WRITE BUSINESS-DAY-RECORD
           END-REWRITE
           DISPLAY 'STORE ' WS-STORE-ID ' BUSINESS DAY '
                   BD-POSTING-DATE ' IS OPEN FOR POSTING'
           .
      *-----------------------------------------------------------------
       CLOSE-THE-DAY.
               INVALID KEY
                   WRITE BUSINESS-DAY-RECORD
           END-REWRITE
           DISPLAY 'STORE ' WS-STORE-ID ' BUSINESS DAY '
                   BD-POSTING-DATE ' IS CLOSED'
           .
      *-----------------------------------------------------------------
       SHOW-DAY-STATUS.
           DISPLAY 'STORE:        ' WS-STORE-ID
           DISPLAY 'POSTING DATE: ' BD-POSTING-DATE
           IF BD-IS-OPEN
               DISPLAY 'STATUS: OPEN (OPENED BY ' BD-OPENED-BY ')'
