             88 JR-IS-REWRITE              VALUE 'R'.
             88 JR-IS-DELETE               VALUE 'D'.
          03 JR-PROGRAM           PIC X(8).
          03 JR-BEFORE-IMAGE      PIC X(468).
          03 JR-AFTER-IMAGE       PIC X(468).
