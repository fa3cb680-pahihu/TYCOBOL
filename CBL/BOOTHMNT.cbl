      *-----------------------------------------------------------------
      *    BOOTHMNT -- BOOTH MASTER MAINTENANCE AND VACANCY LIST.
      *    WITH NO ARGUMENTS, A SCREEN FOR ADDING OR UPDATING BOOTH
      *    RECORDS (ID, SIZE, MONTHLY RATE, STATUS, STORE).  WITH
      *    "GNUMAIN BOOTHMNT VACANCY", PRINTS THE VACANT-BOOTH LIST
      *    TO THE SCREEN AND TO THE VACANLST PRINT FILE SO IT CAN BE
      *    HANDED TO A WALK-IN.
       01 WS-XR-STATUS         PIC XX VALUE '00'.
       01 WS-ASSIGN-TENANT     PIC 9(6) VALUE ZEROS.
       COPY JRNLTM.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY DATEFMT.
       01 WS-RUN-MODE          PIC X(8) VALUE SPACES.
          88 MODE-IS-VACANCY           VALUE 'VACANCY'.
       01 SC-DAILY-RATE        PIC 9(3)V9(2) VALUE ZEROS.
       01 SC-STATUS            PIC X VALUE 'V'.
       01 SC-TENANT-ID         PIC 9(6) VALUE ZEROS.
       01 SC-STORE-ID          PIC X(2) VALUE '01'.
       01 SC-STORE-NUM REDEFINES SC-STORE-ID
                               PIC 9(2).
       01 SC-MESSAGE           PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
          03 LINE 08 COLUMN 18 PIC ZZZ9
                               REVERSE-VIDEO
                               USING SC-BOOTH-SQFT.
          03 LINE 08 COLUMN 37 VALUE 'Store'.
          03 LINE 08 COLUMN 43 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-STORE-ID.
          03 LINE 09 COLUMN 02 VALUE 'Monthly Rate'.
          03 LINE 09 COLUMN 18 PIC Z,ZZZ.9(2)
                               REVERSE-VIDEO
               MOVE BM-DAILY-RATE   TO SC-DAILY-RATE
               MOVE BM-STATUS       TO SC-STATUS
               MOVE BM-TENANT-ID    TO SC-TENANT-ID
               MOVE BM-STORE-ID     TO SC-STORE-ID
               IF SC-STORE-ID = SPACES
                   MOVE '01' TO SC-STORE-ID
               END-IF
               MOVE 'BOOTH SHOWN -- ENTER TO SAVE CHANGES'
                   TO SC-MESSAGE
           END-IF
       SAVE-BOOTH-RECORD.
           IF SC-STATUS NOT = 'V' AND SC-STATUS NOT = 'O'
               MOVE 'STATUS MUST BE V OR O' TO SC-MESSAGE
               DISPLAY BOOTHMNT-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF SC-STORE-ID NOT NUMERIC OR SC-STORE-NUM = ZEROS
               MOVE 'STORE MUST BE A TWO-DIGIT STORE NUMBER'
                   TO SC-MESSAGE
           ELSE
      * --- PREFILL THE BUFFER SO A SAVE WITHOUT A PRIOR F2 SHOW
      *     DOES NOT CLOBBER AN ACTIVE SHORT-TERM BOOKING; A BRAND
               MOVE SC-MONTHLY-RATE TO BM-MONTHLY-RATE
               MOVE SC-DAILY-RATE   TO BM-DAILY-RATE
               MOVE SC-STATUS       TO BM-STATUS
               MOVE SC-STORE-ID     TO BM-STORE-ID
               IF BM-IS-VACANT
                   MOVE ZEROS TO BM-TENANT-ID
               ELSE
           OPEN OUTPUT VACANCY-LIST
           DISPLAY '        VACANT BOOTH LIST'
           DISPLAY ' '
           DISPLAY 'BOOTH      SQ.FT.  MONTHLY RATE  STORE'
           MOVE 'DARLENE''S TREASURES - AVAILABLE BOOTHS'
               TO VACANCY-LIST-RECORD
           WRITE VACANCY-LIST-RECORD
           MOVE SPACES TO VACANCY-LIST-RECORD
           WRITE VACANCY-LIST-RECORD
           MOVE 'BOOTH      SQ.FT.  MONTHLY RATE  STORE' TO
               VACANCY-LIST-RECORD
           WRITE VACANCY-LIST-RECORD
           MOVE SPACES TO BM-BOOTH-ID
           .
       LIST-ONE-VACANT-BOOTH.
           IF BM-IS-VACANT
               IF BM-STORE-ID = SPACES
                   MOVE '01' TO BM-STORE-ID
               END-IF
               DISPLAY BM-BOOTH-ID SPACE BM-BOOTH-SQFT SPACE
                       BM-MONTHLY-RATE SPACE BM-STORE-ID
               MOVE SPACES TO WS-LIST-LINE
               STRING BM-BOOTH-ID ' ' BM-BOOTH-SQFT ' '
                   BM-MONTHLY-RATE ' ' BM-STORE-ID DELIMITED BY SIZE
                   INTO WS-LIST-LINE
               MOVE WS-LIST-LINE TO VACANCY-LIST-RECORD
               WRITE VACANCY-LIST-RECORD
