      ******************************************************************
      * Copybook: DEGREQ
      * Purpose:  FD and record layout for the degree requirements
      *           table, keyed by major code (the STU-MAJOR value,
      *           copybook MAJOR - free-text majors were converted to
      *           codes by PRGB0046) plus a course code. Each major
      *           has one program record with a blank course code
      *           carrying the total credits, the elective credits and
      *           the minimum cumulative GPA the degree needs, followed
      *           by one record per required course with the minimum
      *           grade (GRDVAL scale) it must be passed with - blank
      *           for any passing grade.
      *           Elective credits are the credits earned in passed
      *           courses that are not required courses of the major.
      *           Kept by the registrar through PRGP0038 and read by
      *           the shared degree audit in copybook DEGVAL.
      ******************************************************************
       FD  DEGREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEGREQ-RECORD.
           05  DRQ-KEY.
               10  DRQ-MAJOR           PIC X(20).
               10  DRQ-COURSE-CODE     PIC X(08).
                   88  DRQ-PROGRAM-RECORD  VALUE SPACES.
           05  DRQ-TOTAL-CREDITS       PIC 9(03).
           05  DRQ-ELECTIVE-CREDITS    PIC 9(03).
           05  DRQ-MIN-GPA             PIC 9V99.
           05  DRQ-MIN-GRADE           PIC X(02).
           05  DRQ-DATE-CHANGED        PIC 9(08).
           05  DRQ-CHANGED-BY          PIC X(08).
