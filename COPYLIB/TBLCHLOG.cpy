      *-----------------------------------------------------------------
      *    TBLCHLOG.cpy -- TABLE-CHANGE-LOG record layout.  One row
      *    appended by TBLMNT for every add, change, or delete made to
      *    a reference table (CATGTBL, TAXRATE, GLACCTS, MDRULES,
      *    RETPOLCY, WAIVRSN, DISCSKED, SPLITDEF, FUNCAUTH), carrying
      *    the row exactly as it stood before and after, so any rate
      *    or code on file can be traced to the operator who keyed it.
      *-----------------------------------------------------------------
       01 TABLE-CHANGE-LOG-RECORD.
          03 TB-DATE             PIC 9(8).
          03 TB-TIME             PIC 9(4).
          03 TB-OPERATOR         PIC X(3).
          03 TB-TABLE-NAME       PIC X(8).
          03 TB-ACTION           PIC X(6).
             88 TB-IS-ADD                VALUE 'ADD   '.
             88 TB-IS-CHANGE             VALUE 'CHANGE'.
             88 TB-IS-DELETE             VALUE 'DELETE'.
          03 TB-ROW-KEY          PIC X(12).
      * --- FULL ROW IMAGES; BEFORE IS BLANK ON AN ADD AND AFTER IS
      *     BLANK ON A DELETE ------------------------------------------
          03 TB-BEFORE-IMAGE     PIC X(40).
          03 TB-AFTER-IMAGE      PIC X(40).
