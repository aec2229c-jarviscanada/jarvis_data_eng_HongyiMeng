      ******************************************************************
      * Copybook: PRQSTAT
      * Purpose:  File status for PREREQ-FILE.
      ******************************************************************
       01  PREREQ-FILE-STATUS          PIC X(02).
           88  PREREQ-FILE-OK              VALUE "00".
