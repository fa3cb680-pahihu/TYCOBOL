      *-----------------------------------------------------------------
      *    TRAINMD.cpy -- LINKAGE layout for the TRAINMD subprogram.
      *    'C' asks whether this session is in training mode; 'E'
      *    puts it there.  In training mode every file the session
      *    opens by name resolves inside the training directory
      *    instead of the live one, so practice sales, receipt
      *    numbers, counters, and audit rows land on the training
      *    copies that TRAINRST refreshes each night.  TR-BANNER is
      *    'TRAINING' or spaces, ready for a screen field or receipt.
      *-----------------------------------------------------------------
       01 TRAINING-MODE-PARAMS.
          03 TR-OPERATION          PIC X.
             88 TR-OP-CHECK                VALUE 'C'.
             88 TR-OP-ENTER                VALUE 'E'.
          03 TR-MODE-SW            PIC X.
             88 TR-IS-TRAINING             VALUE 'Y'.
             88 TR-IS-LIVE                 VALUE 'N'.
          03 TR-LIVE-PATH          PIC X(60).
          03 TR-TRAINING-PATH      PIC X(60).
          03 TR-BANNER             PIC X(10).
