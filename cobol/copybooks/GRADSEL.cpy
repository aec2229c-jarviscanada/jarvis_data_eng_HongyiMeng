      ******************************************************************
      * Copybook: GRADSEL
      * Purpose:  FILE-CONTROL entry for the graduation file.
      * Note:     Programs COPYing this must declare GRAD-FILE-STATUS
      *           in WORKING-STORAGE (see copybook GRADSTAT).
      ******************************************************************
           SELECT GRAD-FILE ASSIGN TO "GRADUATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRAD-STUDENT-ID
               FILE STATUS IS GRAD-FILE-STATUS.
