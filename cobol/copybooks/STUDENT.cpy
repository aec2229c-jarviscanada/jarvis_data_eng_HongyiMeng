      * Purpose:  FD and record layout for the student master file.
      *           STU-LAST-NAME doubles as the alternate key for name
      *           lookups (PRGQ0006).
      *           STU-GRADUATED is set only by the graduation
      *           confirmation in PRGP0038; the graduation date and
      *           term live on the graduation file (copybook
      *           GRADUATE).
      ******************************************************************
       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           05  STU-STATUS-FLAG         PIC X(01).
               88  STU-ACTIVE          VALUE "A".
               88  STU-INACTIVE        VALUE "I".
               88  STU-GRADUATED       VALUE "G".
