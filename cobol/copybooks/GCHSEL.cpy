      ******************************************************************
      * Copybook: GCHSEL
      * Purpose:  FILE-CONTROL entry for the grade change file.
      * Note:     Programs COPYing this must declare
      *           GRDCHG-FILE-STATUS in WORKING-STORAGE (see copybook
      *           GCHSTAT).
      ******************************************************************
           SELECT GRDCHG-FILE ASSIGN TO "GRDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCH-KEY
               FILE STATUS IS GRDCHG-FILE-STATUS.
