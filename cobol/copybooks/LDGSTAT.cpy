      ******************************************************************
      * Copybook: LDGSTAT
      * Purpose:  File status for LEDGER-FILE.
      ******************************************************************
       01  LEDGER-FILE-STATUS          PIC X(02).
           88  LEDGER-FILE-OK              VALUE "00".
