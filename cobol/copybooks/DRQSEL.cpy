      ******************************************************************
      * Copybook: DRQSEL
      * Purpose:  FILE-CONTROL entry for the degree requirements
      *           table.
      * Note:     Programs COPYing this must declare DEGREQ-FILE-STATUS
      *           in WORKING-STORAGE (see copybook DRQSTAT).
      ******************************************************************
           SELECT DEGREQ-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRQ-KEY
               FILE STATUS IS DEGREQ-FILE-STATUS.
