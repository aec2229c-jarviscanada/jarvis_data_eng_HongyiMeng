      ******************************************************************
      * Copybook: MAJSEL
      * Purpose:  FILE-CONTROL entry for the major/program code
      *           table.
      * Note:     Programs COPYing this must declare MAJOR-FILE-STATUS
      *           in WORKING-STORAGE (see copybook MAJSTAT).
      ******************************************************************
           SELECT MAJOR-FILE ASSIGN TO "MAJOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAJ-CODE
               FILE STATUS IS MAJOR-FILE-STATUS.
