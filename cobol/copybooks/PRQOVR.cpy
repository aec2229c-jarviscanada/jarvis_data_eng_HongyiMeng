      ******************************************************************
      * Copybook: PRQOVR
      * Purpose:  FD and record layout for the prerequisite override
      *           file. One record is one registrar's waiver of the
      *           prerequisites of one course for one student, keyed
      *           on student ID plus course code, and is itself the
      *           log of the grant: the operator who granted it, the
      *           date and the reason. Written by PRGC0012; PRGN0013
      *           lets the student into the course without checking
      *           the prerequisite file while the record is on file.
      ******************************************************************
       FD  PRQOVR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRQOVR-RECORD.
           05  POV-KEY.
               10  POV-STUDENT-ID      PIC X(07).
               10  POV-COURSE-CODE     PIC X(08).
           05  POV-GRANTED-BY          PIC X(08).
           05  POV-DATE-GRANTED        PIC 9(08).
           05  POV-REASON              PIC X(40).
