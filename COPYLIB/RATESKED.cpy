      *-----------------------------------------------------------------
      *    RATESKED.cpy -- SCHEDULED RENT-RATE CHANGE record.  One row
      *    per rate change keyed at RATECHG, numbered in the order it
      *    was keyed.  The change covers one booth, a size class (a
      *    square-footage range), or every booth, and sets either a
      *    new monthly rate or a percentage on the current one.  The
      *    notice run stamps the date the letters went out, and the
      *    apply run stamps the date the new rates were written, so
      *    neither step is ever done twice.
      *-----------------------------------------------------------------
       01 RATE-CHANGE-RECORD.
          03 RQ-CHANGE-NO         PIC 9(4).
          03 RQ-SCOPE             PIC X.
             88 RQ-FOR-BOOTH               VALUE 'B'.
             88 RQ-FOR-SIZE                VALUE 'S'.
             88 RQ-FOR-ALL                 VALUE 'A'.
          03 RQ-BOOTH-ID          PIC X(10).
          03 RQ-SQFT-LOW          PIC 9(4).
          03 RQ-SQFT-HIGH         PIC 9(4).
      * --- A NEW RATE WINS WHEN KEYED; ZERO MEANS RAISE THE CURRENT
      *     RATE BY RQ-PCT-CHANGE PERCENT INSTEAD ----------------------
          03 RQ-NEW-RATE          PIC 9(4)V9(2).
          03 RQ-PCT-CHANGE        PIC 9(2)V9(2).
      * --- YYYYMMDD ---------------------------------------------------
          03 RQ-EFFECTIVE-DATE    PIC 9(8).
          03 RQ-KEYED-DATE        PIC 9(8).
      * --- ZERO UNTIL THE NOTICE RUN / THE APPLY RUN HAS DONE IT ------
          03 RQ-NOTICE-DATE       PIC 9(8).
          03 RQ-NOTICE-COUNT      PIC 9(4).
          03 RQ-APPLIED-DATE      PIC 9(8).
          03 RQ-APPLIED-COUNT     PIC 9(4).
          03 RQ-LOCKED-COUNT      PIC 9(4).
