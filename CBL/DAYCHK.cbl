      *    CALL THIS BEFORE WRITING ANYTHING: THE DAY IS POSTABLE ONLY
      *    WHEN THE BUSDAY CONTROL RECORD IS OPEN AND ITS POSTING DATE
      *    IS TODAY.  A SHOP WITHOUT A BUSDAY FILE AT ALL IS TREATED
      *    AS ALWAYS OPEN (THE PRE-CONTROL BEHAVIOR).  EACH STORE HAS
      *    ITS OWN CONTROL RECORD, AT THE RELATIVE RECORD NUMBER OF
      *    DC-STORE-ID (SPACES = STORE 01).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01 WS-BD-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-RRN           PIC 9(4) COMP VALUE 1.
       01 WS-STORE-ID          PIC X(2) VALUE '01'.
       01 WS-STORE-NUM REDEFINES WS-STORE-ID
                               PIC 9(2).
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY DAYCHK.
           MOVE SPACES TO DC-MESSAGE
           MOVE ZEROS TO DC-POSTING-DATE
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           MOVE DC-STORE-ID TO WS-STORE-ID
           IF WS-STORE-ID = SPACES
               MOVE '01' TO WS-STORE-ID
           END-IF
           IF WS-STORE-ID NOT NUMERIC OR WS-STORE-NUM = ZEROS
               SET DC-DAY-NOT-OPEN TO TRUE
               MOVE 'UNKNOWN STORE NUMBER' TO DC-MESSAGE
               GOBACK
           END-IF
           MOVE WS-STORE-NUM TO WS-CTR-RRN
           OPEN INPUT BUSINESS-DAY
           IF WS-BD-STATUS = '35'
               CONTINUE
