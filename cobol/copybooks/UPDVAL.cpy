      * Note:     A successful rewrite also runs the GPA history
      *           logic in copybook GPAVAL, so callers must COPY that
      *           and its file copybooks and open GPAH-FILE I-O.
      * Note:     A caller that takes a new major (PRGU0003, PRGB0011)
      *           must first check it with 5800-VALIDATE-MAJOR
      *           (copybook MAJVAL) and leave the record unchanged
      *           when the code is refused.
      ******************************************************************
       5300-SAVE-BEFORE-IMAGE.
           MOVE STUDENT-RECORD TO BEFORE-IMAGE.
