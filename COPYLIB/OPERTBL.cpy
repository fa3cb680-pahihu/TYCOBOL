      *-----------------------------------------------------------------
      *    OPERTBL.cpy -- OPERATOR-TABLE record layout.  One row per
      *    staff member authorized to key a tenant or sales
      *    transaction, seeded by OPERPIN the same way CATGLKP and
      *    DISCSKED are seeded by CMSPLN, and maintained through the
      *    OPERMNT screen, which logs every change to OPERHIST.
      *-----------------------------------------------------------------
       01 OPERATOR-TABLE-RECORD.
          03 OT-PIN              PIC X(4).
          03 OT-INITIALS         PIC X(3).
      * --- ROLE LEVEL: 1 = CLERK, 2 = SENIOR CLERK, 3 = MANAGER.
      *     0 = TRAINEE, WHOSE PIN WORKS ONLY IN TRAINING MODE.
      *     AUTHCHK COMPARES THIS AGAINST THE FUNCAUTH MATRIX BEFORE
      *     A GUARDED FUNCTION IS ALLOWED THROUGH ----------------------
          03 OT-ROLE-LEVEL       PIC 9.
      * --- FIELDS BELOW WERE APPENDED LATER; A ROW KEYED BEFORE THEY
      *     EXISTED READS AS ACTIVE WITH A PIN THAT NEVER EXPIRES -----
          03 OT-ACTIVE-FLAG      PIC X.
             88 OT-IS-INACTIVE           VALUE 'N'.
      * --- MMDDYYYY THE PIN STOPS WORKING; ZERO = NO EXPIRY ----------
          03 OT-PIN-EXPIRES      PIC 9(8).
          03 OT-CHANGED-DATE     PIC 9(8).
          03 OT-CHANGED-BY       PIC X(3).
