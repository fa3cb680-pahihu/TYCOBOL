       01 WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-FIXED-COUNT       PIC 9(5) VALUE ZEROS.
       01 WS-STATE-ABBR        PIC XX VALUE SPACES.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       COPY VALIDIO.
       COPY STATELKP.
       COPY JRNLTM.
