             05 SU-LINE-NO        PIC 9(2).
          03 SU-DATE              PIC 9(6).
          03 SU-DESCRIPTION       PIC X(30).
          03 SU-PRICE             PIC 9(6)V9(2).
          03 SU-CATEGORY          PIC X(4).
          03 SU-STATUS            PIC X.
             88 SU-IS-UNMATCHED            VALUE 'U'.
