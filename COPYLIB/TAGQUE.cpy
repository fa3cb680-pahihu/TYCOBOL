      *-----------------------------------------------------------------
      *    TAGQUE.cpy -- TAG-REPRINT-QUEUE record layout.  One row
      *    appended for every SKU whose tag price changed at the
      *    counter (PRCCHG), so "GNUMAIN TAGPRT QUEUE" can print the
      *    whole batch of new tags in one run and empty the queue.
      *-----------------------------------------------------------------
       01 TAG-QUEUE-RECORD.
          03 TQ-SKU               PIC X(12).
          03 TQ-DATE-QUEUED       PIC 9(8).
          03 TQ-PROGRAM           PIC X(8).
          03 TQ-OPERATOR-ID       PIC X(3).
