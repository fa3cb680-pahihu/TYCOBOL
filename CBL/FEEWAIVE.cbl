       COPY ARPOST.
       COPY AUTHCHK.
       COPY JRNLTM.
       01 WS-TM-BEFORE         PIC X(468) VALUE SPACES.
       01 WS-MANAGER-INITIALS  PIC X(3) VALUE SPACES.
       01 WS-AUTH-SWITCHES.
          03 WS-AUTH-SW        PIC 9 VALUE 0.
