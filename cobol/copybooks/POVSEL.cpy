      ******************************************************************
      * Copybook: POVSEL
      * Purpose:  FILE-CONTROL entry for the prerequisite override
      *           file.
      * Note:     Programs COPYing this must declare
      *           PRQOVR-FILE-STATUS in WORKING-STORAGE (see copybook
      *           POVSTAT).
      ******************************************************************
           SELECT PRQOVR-FILE ASSIGN TO "PRQOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POV-KEY
               FILE STATUS IS PRQOVR-FILE-STATUS.
