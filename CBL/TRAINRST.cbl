       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINRST.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    TRAINRST -- REFRESH THE TRAINING COPIES.  THROWS AWAY
      *    WHATEVER THE TRAINEES DID AND COPIES EVERY LIVE DATA FILE
      *    INTO THE TRAINING DIRECTORY, SO THE NEXT PRACTICE SESSION
      *    STARTS FROM LAST NIGHT'S DATA.  RUN IT AS A JOBLIST STEP
      *    AFTER THE NIGHTLY BACKUP, OR FROM THE MENU TO START A
      *    CLASS OVER.  THE CHAIN'S OWN RESTART CHECKPOINT AND STEP
      *    CAPTURE ARE NOT CARRIED OVER, SO A TRAINING SESSION DOES
      *    NOT OPEN WITH A FALSE "CHAIN DID NOT FINISH" ALERT.  IT
      *    ONLY RUNS FROM A LIVE SESSION -- FROM INSIDE TRAINING MODE
      *    IT WOULD BE COPYING THE COPIES.
      *      "GNUMAIN TRAINRST"
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESET-COMMAND     PIC X(400) VALUE SPACES.
       01 WS-RAW-SYSTEM-RC     PIC S9(9) COMP VALUE ZEROS.
       COPY TRAINMD.
       COPY DATEFMT.
       LINKAGE SECTION.
       COPY ARGS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARGUMENTS.
       RESET-TRAINING-COPIES.
           SET TR-OP-CHECK TO TRUE
           CALL 'TRAINMD' USING TRAINING-MODE-PARAMS
           IF TR-IS-TRAINING
               DISPLAY 'TRAINRST RUNS FROM A LIVE SESSION, NOT FROM '
                       'TRAINING MODE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-RESET-COMMAND
           CALL 'SYSTEM' USING WS-RESET-COMMAND
           MOVE RETURN-CODE TO WS-RAW-SYSTEM-RC
           CALL 'DATEFMT' USING DATE-FORMAT-PARAMS
           IF WS-RAW-SYSTEM-RC NOT = ZEROS
               DISPLAY 'TRAINING COPIES NOT REFRESHED -- COPY FROM '
                       FUNCTION TRIM(TR-LIVE-PATH) ' TO '
                       FUNCTION TRIM(TR-TRAINING-PATH) ' FAILED'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO RETURN-CODE
           DISPLAY 'TRAINING COPIES REFRESHED ' DF-MONTH '/' DF-DAY
                   '/' DF-YEAR ' ' DF-HOUR ':' DF-MINUTE
           DISPLAY '  FROM ' FUNCTION TRIM(TR-LIVE-PATH)
           DISPLAY '  INTO ' FUNCTION TRIM(TR-TRAINING-PATH)
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- ONLY THE PLAIN FILES AT THE TOP OF THE LIVE DIRECTORY ARE
      *     COPIED; THE TRAINING DIRECTORY ITSELF, AND ANY OTHER
      *     DIRECTORY BESIDE IT, IS LEFT ALONE -------------------------
       BUILD-RESET-COMMAND.
           MOVE SPACES TO WS-RESET-COMMAND
           STRING 'rm -rf ' DELIMITED BY SIZE
                  TR-TRAINING-PATH DELIMITED BY SPACE
                  ' && mkdir -p ' DELIMITED BY SIZE
                  TR-TRAINING-PATH DELIMITED BY SPACE
                  ' && find ' DELIMITED BY SIZE
                  TR-LIVE-PATH DELIMITED BY SPACE
                  ' -maxdepth 1 -type f -exec cp -p {} '
                      DELIMITED BY SIZE
                  TR-TRAINING-PATH DELIMITED BY SPACE
                  ' \; && rm -f ' DELIMITED BY SIZE
                  TR-TRAINING-PATH DELIMITED BY SPACE
                  '/GNUCKPT ' DELIMITED BY SIZE
                  TR-TRAINING-PATH DELIMITED BY SPACE
                  '/GNUSTEP.TMP' DELIMITED BY SIZE
                  INTO WS-RESET-COMMAND
           .
