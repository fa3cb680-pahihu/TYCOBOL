       COPY WSSCRN.
      *-----------------------------------------------------------------
       01 SC-REGISTER-ID       PIC X(2) VALUE '01'.
       01 SC-STORE-ID          PIC X(2) VALUE '01'.
       01 SC-TYPE              PIC X VALUE SPACES.
          88 TYPE-IS-VALID              VALUE 'F' 'P' 'D'.
       01 SC-AMOUNT            PIC 9(5)V9(2) VALUE ZEROS.
          03 LINE 07 COLUMN 16 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-REGISTER-ID.
          03 LINE 07 COLUMN 22 VALUE 'Store'.
          03 LINE 07 COLUMN 29 PIC X(2)
                               REVERSE-VIDEO
                               USING SC-STORE-ID.
          03 LINE 09 COLUMN 02 VALUE 'Type (F/P/D)'.
          03 LINE 09 COLUMN 16 PIC X
                               REVERSE-VIDEO
                   WHEN OTHER
                       MOVE WS-TODAY             TO DE-DATE
                       MOVE SC-REGISTER-ID       TO DE-REGISTER-ID
                       MOVE SC-STORE-ID          TO DE-STORE-ID
                       MOVE SC-TYPE              TO DE-TYPE
                       MOVE SC-AMOUNT            TO DE-AMOUNT
                       MOVE SC-REASON            TO DE-REASON
