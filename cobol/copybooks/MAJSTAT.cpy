      ******************************************************************
      * Copybook: MAJSTAT
      * Purpose:  File status for MAJOR-FILE.
      ******************************************************************
       01  MAJOR-FILE-STATUS           PIC X(02).
           88  MAJOR-FILE-OK               VALUE "00".
