      ******************************************************************
      * Copybook: HLDSTAT
      * Purpose:  File status for HOLD-FILE.
      ******************************************************************
       01  HOLD-FILE-STATUS            PIC X(02).
           88  HOLD-FILE-OK                VALUE "00".
