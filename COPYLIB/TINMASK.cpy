      *-----------------------------------------------------------------
      *    TINMASK.cpy -- LINKAGE layout for the TINMASK subprogram.
      *    Turns a nine-digit taxpayer id into the printable masked
      *    form, last four digits only, punctuated by its type:
      *    ***-**-1234 for a social security number, **-***1234 for
      *    an employer number.  A blank TIN comes back 'NOT ON FILE'.
      *-----------------------------------------------------------------
       01 TIN-MASK-PARAMS.
          03 TK-TIN-IN             PIC X(9).
          03 TK-TIN-TYPE           PIC X.
          03 TK-TIN-OUT            PIC X(11).
