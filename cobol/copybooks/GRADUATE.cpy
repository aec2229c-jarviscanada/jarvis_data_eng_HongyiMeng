      ******************************************************************
      * Copybook: GRADUATE
      * Purpose:  FD and record layout for the graduation file, the
      *           satellite of the student master that carries what
      *           the 69-byte STUDENT record has no room for. One
      *           record per student, keyed by student ID. The
      *           end-of-term graduation batch PRGB0040 writes a
      *           pending record for every student who has met all
      *           the requirements of the major, with the credits and
      *           cumulative GPA the audit found. When the registrar
      *           confirms it through PRGP0038 the record becomes
      *           conferred with the graduation date and operator,
      *           and the master's status flag is set to graduated
      *           (STU-GRADUATED) through the audited update path.
      * Status:   P qualified, waiting for registrar confirmation
      *           C degree conferred
      ******************************************************************
       FD  GRAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  GRADUATE-RECORD.
           05  GRAD-STUDENT-ID         PIC X(07).
           05  GRAD-STATUS             PIC X(01).
               88  GRAD-PENDING            VALUE "P".
               88  GRAD-CONFERRED          VALUE "C".
           05  GRAD-TERM-CODE          PIC X(05).
           05  GRAD-MAJOR              PIC X(20).
           05  GRAD-CREDITS            PIC 9(04).
           05  GRAD-CUM-GPA            PIC 9V99.
           05  GRAD-DATE-QUALIFIED     PIC 9(08).
           05  GRAD-GRADUATION-DATE    PIC 9(08).
           05  GRAD-CONFIRMED-BY       PIC X(08).
