       01 TM-JOURNAL-PARAMS.
          03 JT-OPERATION          PIC X.
          03 JT-PROGRAM            PIC X(8).
          03 JT-BEFORE-IMAGE       PIC X(468).
          03 JT-AFTER-IMAGE        PIC X(468).
