      ******************************************************************
      * Copybook: HLDSEL
      * Purpose:  FILE-CONTROL entry for the registration hold file.
      * Note:     Programs COPYing this must declare HOLD-FILE-STATUS
      *           in WORKING-STORAGE (see copybook HLDSTAT).
      ******************************************************************
           SELECT HOLD-FILE ASSIGN TO "HOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.
