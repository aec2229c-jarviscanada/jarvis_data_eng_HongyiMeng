      *           record holding the current registration term (the
      *           YYYYS code defined in copybook GPAHIST) and that
      *           term's add/drop deadline. PRGC0012 keys it when the
      *           registrar opens a term, and the term close PRGB0044
      *           rewrites it with the next term when it closes one;
      *           PRGN0013 refuses enrolls and drops after the
      *           deadline or when no term has been opened at all.
      ******************************************************************
       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
