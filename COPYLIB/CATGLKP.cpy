      *     TABLE (BLANK ON OLD ROWS = GENERAL), SO THE BIG READERS
      *     CAN SUBTOTAL THE WAY THE OWNER THINKS ----------------------
          03 CG-DEPT-CODE         PIC X(4).
      * --- 'Y' WHEN A DEALER NEEDS A PERMIT ON FILE (DLRCATS) BEFORE
      *     PIECES IN THE CATEGORY ARE TAKEN IN -- FOOD, FOR ONE.
      *     BLANK ON OLD ROWS = NO PERMIT NEEDED -----------------------
          03 CG-PERMIT-REQUIRED   PIC X.
             88 CG-NEEDS-PERMIT           VALUE 'Y'.
