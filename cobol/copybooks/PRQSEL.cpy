      ******************************************************************
      * Copybook: PRQSEL
      * Purpose:  FILE-CONTROL entry for the course prerequisite file.
      * Note:     Programs COPYing this must declare
      *           PREREQ-FILE-STATUS in WORKING-STORAGE (see copybook
      *           PRQSTAT).
      ******************************************************************
           SELECT PREREQ-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY
               FILE STATUS IS PREREQ-FILE-STATUS.
