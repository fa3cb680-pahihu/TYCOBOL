      *-----------------------------------------------------------------
      *    JRNLIS.cpy -- LINKAGE layout for the JRNLIS subprogram.
      *    Every program that writes, rewrites, or deletes an
      *    ITEM-SKU record fills this in and CALLs 'JRNLIS'
      *    immediately after the successful I/O, the way JRNLTM is
      *    called for the tenant master.  The operator is whoever is
      *    signed on, or a short tag naming the batch run.
      *-----------------------------------------------------------------
       01 IS-JOURNAL-PARAMS.
          03 IJ-OPERATION          PIC X.
          03 IJ-PROGRAM            PIC X(8).
          03 IJ-OPERATOR           PIC X(3).
          03 IJ-BEFORE-IMAGE       PIC X(167).
          03 IJ-AFTER-IMAGE        PIC X(167).
