      ******************************************************************
      * Copybook: LDGSEL
      * Purpose:  FILE-CONTROL entry for the student account ledger.
      * Note:     Programs COPYing this must declare LEDGER-FILE-STATUS
      *           in WORKING-STORAGE (see copybook LDGSTAT).
      ******************************************************************
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS LEDGER-FILE-STATUS.
