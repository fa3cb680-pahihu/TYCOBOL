          03 QR-PROGRAM           PIC X(8).
          03 QR-FILE-NAME         PIC X(8).
          03 QR-REASON            PIC X(30).
          03 QR-RECORD-IMAGE      PIC X(468).
