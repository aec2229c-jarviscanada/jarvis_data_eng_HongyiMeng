      ******************************************************************
      * Copybook: PAYSTAT
      * Purpose:  File status for PAY-FILE. Status 35 is the night
      *           the bursar sent no file at all.
      ******************************************************************
       01  PAY-FILE-STATUS             PIC X(02).
           88  PAY-FILE-OK                 VALUE "00".
           88  PAY-FILE-MISSING            VALUE "35".
