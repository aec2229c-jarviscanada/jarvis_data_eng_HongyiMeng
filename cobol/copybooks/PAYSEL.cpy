      ******************************************************************
      * Copybook: PAYSEL
      * Purpose:  FILE-CONTROL entry for the bursar payment return
      *           file.
      * Note:     Programs COPYing this must declare PAY-FILE-STATUS
      *           in WORKING-STORAGE (see copybook PAYSTAT).
      ******************************************************************
           SELECT PAY-FILE ASSIGN TO "PAYFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
