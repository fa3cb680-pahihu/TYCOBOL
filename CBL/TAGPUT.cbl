       WORKING-STORAGE SECTION.
       01 WS-TP-STATUS         PIC XX VALUE '00'.
       01 WS-TAG-LINE          PIC X(40) VALUE SPACES.
       01 WS-PRICE-SHOW        PIC ZZZ,ZZ9.99.
       LINKAGE SECTION.
       COPY TAGPUT.
      *-----------------------------------------------------------------
