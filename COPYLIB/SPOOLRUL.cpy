      *-----------------------------------------------------------------
      *    SPOOLRUL.cpy -- REPORT DISTRIBUTION rule record (SPOOLRUL).
      *    One row per recipient of a spooled report, keyed by the
      *    SPOOLDIR report name: mail it ('E', through MAILPUT to
      *    RR-EMAIL), print it ('P', copied to the RR-PRINT-FILE
      *    print file), or both ('B').  RR-WHEN uses the job-list
      *    frequency codes -- blank or 'D ' every night, 'W1'-'W7'
      *    only on that day of the week (1 = Monday), 'ME' only on
      *    the month's last business day.  RR-EXPECTED 'Y' means the
      *    chain is supposed to produce the report whenever the rule
      *    is due, so its absence is flagged on the morning alert.
      *    Kept and applied by the SPOOLDST program.
      *-----------------------------------------------------------------
       01 SPOOL-RULE-RECORD.
          03 RR-REPORT-NAME       PIC X(8).
          03 RR-METHOD            PIC X.
             88 RR-BY-EMAIL                VALUE 'E'.
             88 RR-BY-PRINT                VALUE 'P'.
             88 RR-BY-BOTH                 VALUE 'B'.
          03 RR-WHEN              PIC X(2).
             88 RR-WHEN-DAILY              VALUE 'D ' '  '.
             88 RR-WHEN-MONTH-END          VALUE 'ME'.
          03 RR-EMAIL             PIC X(30).
          03 RR-PRINT-FILE        PIC X(20).
          03 RR-EXPECTED          PIC X.
             88 RR-IS-EXPECTED             VALUE 'Y'.
