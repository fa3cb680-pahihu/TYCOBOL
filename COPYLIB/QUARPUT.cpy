          03 QP-PROGRAM            PIC X(8).
          03 QP-FILE-NAME          PIC X(8).
          03 QP-REASON             PIC X(30).
          03 QP-RECORD-IMAGE       PIC X(468).
