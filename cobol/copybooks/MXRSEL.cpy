      ******************************************************************
      * Copybook: MXRSEL
      * Purpose:  FILE-CONTROL entry for the major crosswalk.
      * Note:     Programs COPYing this must declare
      *           MAJXREF-FILE-STATUS in WORKING-STORAGE (see copybook
      *           MXRSTAT).
      ******************************************************************
           SELECT MAJXREF-FILE ASSIGN TO "MAJXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAJXREF-FILE-STATUS.
