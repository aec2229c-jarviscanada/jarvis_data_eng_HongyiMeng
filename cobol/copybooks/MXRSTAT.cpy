      ******************************************************************
      * Copybook: MXRSTAT
      * Purpose:  File status for MAJXREF-FILE. Status 35 is a run
      *           with no crosswalk supplied.
      ******************************************************************
       01  MAJXREF-FILE-STATUS         PIC X(02).
           88  MAJXREF-FILE-OK             VALUE "00".
           88  MAJXREF-FILE-MISSING        VALUE "35".
