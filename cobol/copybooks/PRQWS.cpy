      ******************************************************************
      * Copybook: PRQWS
      * Purpose:  Working storage for the shared prerequisite check in
      *           copybook PRQVAL: the student and course being
      *           checked, the result switch, the first unmet
      *           prerequisite and its minimum grade for the refusal
      *           message, and the scan switches.
      ******************************************************************
       01 PRQ-CHECK-STUDENT PIC X(07).
       01 PRQ-CHECK-COURSE PIC X(08).
       01 PREREQ-MET-SW PIC X(01) VALUE "Y".
           88 PREREQ-MET VALUE "Y".
       01 PREREQ-WAIVED-SW PIC X(01) VALUE "N".
           88 PREREQ-WAIVED VALUE "Y".
       01 UNMET-COURSE PIC X(08).
       01 UNMET-GRADE PIC X(02).
       01 PRQ-MIN-POINTS PIC 9V99.
       01 PRQ-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 PRQ-SCAN-DONE VALUE "Y".
       01 PRQ-HIST-DONE-SW PIC X(01) VALUE "N".
           88 PRQ-HIST-DONE VALUE "Y".
       01 PRQ-PASSED-SW PIC X(01) VALUE "N".
           88 PRQ-PASSED VALUE "Y".
       01 UNMET-PREREQ-MSG PIC X(25) VALUE
           "PREREQUISITE NOT MET: ".
