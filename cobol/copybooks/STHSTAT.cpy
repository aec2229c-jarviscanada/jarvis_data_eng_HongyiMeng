      ******************************************************************
      * Copybook: STHSTAT
      * Purpose:  File status for STDH-FILE.
      ******************************************************************
       01  STDH-FILE-STATUS            PIC X(02).
           88  STDH-FILE-OK                VALUE "00".
