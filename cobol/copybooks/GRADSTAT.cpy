      ******************************************************************
      * Copybook: GRADSTAT
      * Purpose:  File status for GRAD-FILE.
      ******************************************************************
       01  GRAD-FILE-STATUS            PIC X(02).
           88  GRAD-FILE-OK                VALUE "00".
