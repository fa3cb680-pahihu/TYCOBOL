      *    keyed by period and GLACCTS account, so "what did we post
      *    to 4100 in March?" is a GLTRIAL report instead of a hunt
      *    through the spool archive.  GLEXPORT writes the same rows
      *    out in the accountant's delimited import layout.  BILLPAY
      *    adds its bill payments to the same file as it pays them.
      *-----------------------------------------------------------------
       01 GL-JOURNAL-RECORD.
          03 GJ-PERIOD-YYMM       PIC 9(4).
          03 GJ-DEBIT             PIC S9(8)V9(2).
          03 GJ-CREDIT            PIC S9(8)V9(2).
          03 GJ-RUN-DATE          PIC 9(8).
      * --- SPACES ON GLPOST'S MONTH-END ROWS; 'BILLPAY' ON A BILL
      *     PAYMENT, WHICH A GLPOST RERUN OF THE PERIOD LEAVES ALONE ---
          03 GJ-SOURCE            PIC X(8).
