      ******************************************************************
      * Copybook: PREREQ
      * Purpose:  FD and record layout for the course prerequisite
      *           file. One record is one course a catalog course
      *           requires, keyed on the course code plus the
      *           required course code so a key-order walk of one
      *           course's records lists all of its prerequisites.
      *           PRQ-MIN-GRADE is the lowest letter grade on the
      *           GRDVAL scale that satisfies the requirement. Kept
      *           by the registrar through PRGC0012 and checked by
      *           PRGN0013 against the student's enrollment history
      *           (copybook ENRHIST) on every enroll and waitlist
      *           promotion - see copybook PRQVAL.
      ******************************************************************
       FD  PREREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREREQ-RECORD.
           05  PRQ-KEY.
               10  PRQ-COURSE-CODE     PIC X(08).
               10  PRQ-REQUIRED-CODE   PIC X(08).
           05  PRQ-MIN-GRADE           PIC X(02).
