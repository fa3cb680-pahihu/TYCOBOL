       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINMD.
       AUTHOR. Andras Pahi.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------------
      *    TRAINMD -- TRAINING-MODE SWITCH.  NEW REGISTER AND DESK
      *    STAFF PRACTICE ON COPIES OF LAST NIGHT'S FILES KEPT IN A
      *    TRAINING DIRECTORY UNDER THE LIVE ONE.  GNUMAIN CALLS THIS
      *    WITH 'E' WHEN A SESSION ENTERS TRAINING MODE: THE FILE PATH
      *    THE RUNTIME RESOLVES EVERY FILE NAME AGAINST IS POINTED AT
      *    THE TRAINING DIRECTORY, SO EVERY PROGRAM THE SESSION RUNS
      *    FROM THEN ON -- AND EVERY JOBLIST STEP IT STARTS, WHICH
      *    INHERITS THE SETTING -- READS AND WRITES THE COPIES AND
      *    NEVER THE REAL LEDGERS, COUNTERS, OR AUDIT TRAIL.  ANY
      *    PROGRAM CALLS IT WITH 'C' TO LEARN WHETHER IT IS RUNNING IN
      *    TRAINING MODE (TO SHOW THE BANNER OR, FOR TRAINRST, TO
      *    REFUSE).
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TRAINING-FLAG     PIC X VALUE SPACE.
       01 WS-FILE-PATH         PIC X(60) VALUE SPACES.
       01 WS-DIR-RC            PIC S9(9) COMP VALUE ZEROS.
       LINKAGE SECTION.
       COPY TRAINMD.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TRAINING-MODE-PARAMS.
       MAINLINE.
           PERFORM CHECK-TRAINING-MODE
           IF TR-OP-ENTER AND TR-IS-LIVE
               PERFORM ENTER-TRAINING-MODE
           END-IF
           GOBACK
           .
      *-----------------------------------------------------------------
      * --- THE LIVE PATH IS WHATEVER THE SESSION STARTED WITH (THE
      *     CURRENT DIRECTORY WHEN NONE IS SET); A TRAINING SESSION
      *     CARRIES IT ALONG SO TRAINRST AND THE SCREENS CAN NAME IT --
       CHECK-TRAINING-MODE.
           MOVE SPACE TO WS-TRAINING-FLAG
           MOVE SPACES TO WS-FILE-PATH TR-LIVE-PATH TR-TRAINING-PATH
           ACCEPT WS-TRAINING-FLAG FROM ENVIRONMENT 'DT_TRAINING'
           ACCEPT WS-FILE-PATH FROM ENVIRONMENT 'COB_FILE_PATH'
           IF WS-TRAINING-FLAG = 'Y'
               SET TR-IS-TRAINING TO TRUE
               MOVE 'TRAINING' TO TR-BANNER
               MOVE WS-FILE-PATH TO TR-TRAINING-PATH
               ACCEPT TR-LIVE-PATH FROM ENVIRONMENT 'DT_LIVE_PATH'
           ELSE
               SET TR-IS-LIVE TO TRUE
               MOVE SPACES TO TR-BANNER
               IF WS-FILE-PATH = SPACES
                   MOVE '.' TO TR-LIVE-PATH
               ELSE
                   MOVE WS-FILE-PATH TO TR-LIVE-PATH
               END-IF
               STRING TR-LIVE-PATH DELIMITED BY SPACE
                   '/TRAINING' DELIMITED BY SIZE
                   INTO TR-TRAINING-PATH
           END-IF
           .
      *-----------------------------------------------------------------
      * --- A TRAINING DIRECTORY THAT HAS TO BE MADE HERE HAS NO
      *     COPIES IN IT YET; THE SESSION STILL RUNS, ON EMPTY FILES,
      *     BUT THE CLERK IS TOLD TO HAVE THEM REFRESHED ---------------
       ENTER-TRAINING-MODE.
           CALL 'CBL_CREATE_DIR' USING TR-TRAINING-PATH
           MOVE RETURN-CODE TO WS-DIR-RC
           MOVE ZEROS TO RETURN-CODE
           IF WS-DIR-RC = ZEROS
               DISPLAY '*** NO TRAINING COPIES YET -- RUN TRAINRST '
                       'FROM THE LIVE MENU TO LOAD THEM ***'
           END-IF
           DISPLAY 'DT_LIVE_PATH' UPON ENVIRONMENT-NAME
           DISPLAY TR-LIVE-PATH UPON ENVIRONMENT-VALUE
           DISPLAY 'COB_FILE_PATH' UPON ENVIRONMENT-NAME
           DISPLAY TR-TRAINING-PATH UPON ENVIRONMENT-VALUE
           DISPLAY 'DT_TRAINING' UPON ENVIRONMENT-NAME
           DISPLAY 'Y' UPON ENVIRONMENT-VALUE
           SET TR-IS-TRAINING TO TRUE
           MOVE 'TRAINING' TO TR-BANNER
           .
