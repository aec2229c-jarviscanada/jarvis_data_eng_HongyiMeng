      ******************************************************************
      * Copybook: POVSTAT
      * Purpose:  File status for PRQOVR-FILE.
      ******************************************************************
       01  PRQOVR-FILE-STATUS          PIC X(02).
           88  PRQOVR-FILE-OK              VALUE "00".
