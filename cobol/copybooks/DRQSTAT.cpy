      ******************************************************************
      * Copybook: DRQSTAT
      * Purpose:  File status for DEGREQ-FILE.
      ******************************************************************
       01  DEGREQ-FILE-STATUS          PIC X(02).
           88  DEGREQ-FILE-OK              VALUE "00".
