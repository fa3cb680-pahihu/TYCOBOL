      *-----------------------------------------------------------------
      *    JOBSYM.cpy -- LINKAGE layout for the JOBSYM subprogram.
      *    Pass in a GNUJOBS argument string, get it back with every
      *    date symbol (&YYMM, &PRVYYMM, &BUSDATE, ...) replaced by
      *    tonight's value, so the month-end lines never need editing.
      *    JS-BAD-SYMBOL names the first token that looked like a
      *    symbol but is not one; the string is then not to be run.
      *-----------------------------------------------------------------
       01 JOB-SYMBOL-PARAMS.
          03 JS-ARGS-IN            PIC X(80).
          03 JS-ARGS-OUT           PIC X(80).
          03 JS-RESULT-SW          PIC X(01).
             88 JS-ARGS-OK                 VALUE 'Y'.
             88 JS-SYMBOL-UNKNOWN          VALUE 'N'.
             88 JS-ARGS-TOO-LONG           VALUE 'L'.
          03 JS-BAD-SYMBOL         PIC X(20).
          03 JS-SYMBOL-COUNT       PIC 9(02).
