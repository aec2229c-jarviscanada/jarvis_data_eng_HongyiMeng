      ******************************************************************
      * Copybook: GCHSTAT
      * Purpose:  File status for GRDCHG-FILE.
      ******************************************************************
       01  GRDCHG-FILE-STATUS          PIC X(02).
           88  GRDCHG-FILE-OK              VALUE "00".
