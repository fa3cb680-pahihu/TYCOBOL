      *-----------------------------------------------------------------
      *    BUSDAY.cpy -- business-day control file, one record a store.
      *    DAYCTL OPEN stamps today's posting date and opens the day;
      *    CMSTILL's reconciliation closes it.  CMSPLN and RENTPAY
      *    refuse to post to a day that is not open, so nothing lands
             88 BD-IS-CLOSED               VALUE 'C'.
          03 BD-OPENED-BY         PIC X(3).
          03 BD-CLOSED-BY         PIC X(3).
      * --- EACH STORE OPENS AND CLOSES ITS OWN DAY: THE RECORD FOR A
      *     STORE SITS AT THE RELATIVE RECORD NUMBER OF ITS STORE ID
      *     (STORE 01 AT RECORD 1, AS BEFORE THE SECOND LOCATION) -----
          03 BD-STORE-ID          PIC X(2).
