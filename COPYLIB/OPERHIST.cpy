      *-----------------------------------------------------------------
      *    OPERHIST.cpy -- OPERATOR-HISTORY record layout.  One row
      *    appended for every change made through OPERMNT -- and for
      *    every PIN lockout OPERPIN trips -- so the owner can see who
      *    added, promoted, reset, or deactivated whom, and when.  The
      *    PIN itself is never written here.
      *-----------------------------------------------------------------
       01 OPERATOR-HISTORY-RECORD.
          03 OA-DATE             PIC 9(8).
          03 OA-TIME             PIC 9(4).
          03 OA-CHANGED-BY       PIC X(3).
          03 OA-OPERATOR         PIC X(3).
          03 OA-ACTION           PIC X(8).
             88 OA-IS-ADD                VALUE 'ADD     '.
             88 OA-IS-CHANGE             VALUE 'CHANGE  '.
             88 OA-IS-DEACTIVATE         VALUE 'DEACTVTE'.
             88 OA-IS-RESET              VALUE 'RESET   '.
             88 OA-IS-LOCKOUT            VALUE 'LOCKOUT '.
          03 OA-OLD-ROLE         PIC 9.
          03 OA-NEW-ROLE         PIC 9.
          03 OA-OLD-ACTIVE       PIC X.
          03 OA-NEW-ACTIVE       PIC X.
          03 OA-NEW-EXPIRES      PIC 9(8).
