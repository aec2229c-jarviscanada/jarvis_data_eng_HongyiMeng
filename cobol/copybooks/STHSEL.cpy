      ******************************************************************
      * Copybook: STHSEL
      * Purpose:  FILE-CONTROL entry for the academic standing
      *           history file.
      * Note:     Programs COPYing this must declare
      *           STDH-FILE-STATUS in WORKING-STORAGE (see copybook
      *           STHSTAT).
      ******************************************************************
           SELECT STDH-FILE ASSIGN TO "STDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STH-KEY
               FILE STATUS IS STDH-FILE-STATUS.
