      ******************************************************************
      * Copybook: DEGWS
      * Purpose:  Working storage for the shared degree audit logic in
      *           copybook DEGVAL: the student and major being
      *           audited, the program requirements loaded from the
      *           degree requirements table, the table of required
      *           courses with how far the student has got on each,
      *           the table of courses already counted as passed,
      *           the credit, elective and GPA totals the audit
      *           builds up, the status of each part of the degree,
      *           and the printable name of an audit status.
      * Status:   S satisfied   P in progress   M missing
      ******************************************************************
       01 DEG-CHECK-STUDENT PIC X(07).
       01 DEG-CHECK-MAJOR PIC X(20).
       01 PROGRAM-FOUND-SW PIC X(01) VALUE "N".
           88 PROGRAM-FOUND VALUE "Y".
       01 PRG-TOTAL-CREDITS PIC 9(03) VALUE ZEROES.
       01 PRG-ELECTIVE-CREDITS PIC 9(03) VALUE ZEROES.
       01 PRG-MIN-GPA PIC 9V99 VALUE ZEROES.
       01 REQUIRED-MAX PIC 9(02) VALUE 40.
       01 REQUIRED-USED PIC 9(02) VALUE ZEROES.
       01 REQUIRED-SUB PIC 9(02) VALUE ZEROES.
       01 REQUIRED-HIT PIC 9(02) VALUE ZEROES.
       01 REQUIRED-FOUND-SW PIC X(01) VALUE "N".
           88 REQUIRED-FOUND VALUE "Y".
       01 REQUIRED-TABLE.
           05 REQUIRED-ENTRY OCCURS 40 TIMES.
               10 REQ-COURSE-CODE  PIC X(08).
               10 REQ-MIN-GRADE    PIC X(02).
               10 REQ-MIN-POINTS   PIC 9V99.
               10 REQ-STATUS       PIC X(01).
               10 REQ-TERM-CODE    PIC X(05).
               10 REQ-GRADE        PIC X(02).
       01 COUNTED-MAX PIC 9(03) VALUE 120.
       01 COUNTED-USED PIC 9(03) VALUE ZEROES.
       01 COUNTED-SUB PIC 9(03) VALUE ZEROES.
       01 COUNTED-FOUND-SW PIC X(01) VALUE "N".
           88 COUNTED-FOUND VALUE "Y".
       01 COUNTED-TABLE.
           05 COUNTED-COURSE-CODE PIC X(08) OCCURS 120 TIMES.
       01 DEG-COURSE-CODE PIC X(08).
       01 DEG-TERM-CODE PIC X(05).
       01 DEG-GRADE PIC X(02).
       01 DEG-COURSE-CREDITS PIC 9(02) VALUE ZEROES.
       01 EARNED-CREDITS PIC 9(04) VALUE ZEROES.
       01 ELECTIVE-EARNED PIC 9(04) VALUE ZEROES.
       01 IN-PROGRESS-CREDITS PIC 9(04) VALUE ZEROES.
       01 ELECTIVE-IN-PROGRESS PIC 9(04) VALUE ZEROES.
       01 AUDIT-TERM-COUNT PIC 9(03) VALUE ZEROES.
       01 AUDIT-GPA-TOTAL PIC 9(05)V99 VALUE ZEROES.
       01 AUDIT-CUM-GPA PIC 9V99 VALUE ZEROES.
       01 REQUIRED-SATISFIED PIC 9(02) VALUE ZEROES.
       01 REQUIRED-IN-PROGRESS PIC 9(02) VALUE ZEROES.
       01 REQUIRED-MISSING PIC 9(02) VALUE ZEROES.
       01 CREDIT-STATUS PIC X(01).
       01 ELECTIVE-STATUS PIC X(01).
       01 GPA-STATUS PIC X(01).
       01 COURSES-STATUS PIC X(01).
       01 DEGREE-STATUS PIC X(01).
           88 DEGREE-MET VALUE "S".
           88 DEGREE-PENDING VALUE "P".
           88 DEGREE-NOT-MET VALUE "M".
       01 DEG-STATUS-CODE PIC X(01).
       01 DEG-STATUS-NAME PIC X(11).
       01 DEG-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 DEG-SCAN-DONE VALUE "Y".
