      * Purpose:  FD and record layout for the tuition rate table.
      *           One record per term (the YYYYS code defined in
      *           copybook GPAHIST) holding that term's per-credit
      *           rate, keyed by the registrar through PRGC0012 (or
      *           carried forward from the closed term by the term
      *           close PRGB0044) and read by the billing batch
      *           PRGB0028. Keeping past terms' rates on file lets a
      *           late billing rerun price an old term correctly.
      ******************************************************************
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
