      *-----------------------------------------------------------------
      *    SPOOLDLG.cpy -- REPORT DISTRIBUTION log record (SPOOLDLG).
      *    Appended by SPOOLDST: one 'SENT' or 'PRINTED' row for
      *    each spool member it sent and where it went, a 'MISSING'
      *    row for a report that was expected tonight but never
      *    reached the spool, 'NOFILE' when a member listed in
      *    SPOOLDIR is no longer on disk, and one 'RUN' row per run
      *    whose DL-DIR-ROW is the last SPOOLDIR row it has looked
      *    at -- the next run starts after it.  GNUMAIN's morning alert
      *    shows the latest date's MISSING rows.
      *-----------------------------------------------------------------
       01 DISTRIBUTION-LOG-RECORD.
          03 DL-RUN-DATE          PIC 9(8).
          03 DL-REPORT-NAME       PIC X(8).
          03 DL-MEMBER-NAME       PIC X(20).
          03 DL-METHOD            PIC X.
          03 DL-DESTINATION       PIC X(30).
          03 DL-RESULT            PIC X(8).
             88 DL-WAS-SENT                VALUE 'SENT'.
             88 DL-WAS-PRINTED             VALUE 'PRINTED'.
             88 DL-WAS-MISSING             VALUE 'MISSING'.
             88 DL-MEMBER-GONE             VALUE 'NOFILE'.
             88 DL-IS-RUN-MARK             VALUE 'RUN'.
          03 DL-LINE-COUNT        PIC 9(6).
          03 DL-DIR-ROW           PIC 9(8).
