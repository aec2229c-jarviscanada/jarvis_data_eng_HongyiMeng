      * Purpose:  Working storage for the shared grade scale logic in
      *           copybook GRDVAL, shared by PRGG0024 (grade entry)
      *           and PRGB0025 (end-of-term GPA batch): the candidate
      *           grade code, its grade-point value, the validity
      *           switch and the switch that says whether the grade
      *           counts toward a GPA at all.
      ******************************************************************
       01 GRADE-CODE PIC X(02).
       01 GRADE-POINTS PIC 9V99.
       01 GRADE-VALID-SW PIC X(01) VALUE "N".
           88 GRADE-VALID VALUE "Y".
       01 GRADE-IN-GPA-SW PIC X(01) VALUE "N".
           88 GRADE-IN-GPA VALUE "Y".
       01 BAD-GRADE-MSG PIC X(60) VALUE
           "GRADE MUST BE A, A-, B+, B, B-, C+, C, C-, D+, D, F, W, I".
