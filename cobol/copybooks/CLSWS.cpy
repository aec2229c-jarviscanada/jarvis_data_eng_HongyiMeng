      ******************************************************************
      * Copybook: CLSWS
      * Purpose:  Working storage for the shared meeting-time clash
      *           check in copybook CLSVAL: the student and term being
      *           checked, the candidate section's key and meeting
      *           schedule saved off the section record, the result
      *           switch and the course it clashes with.
      ******************************************************************
       01 CLS-CHECK-STUDENT PIC X(07).
       01 CLS-CHECK-TERM PIC X(05).
       01 CLS-SAVE-KEY.
           05 CLS-SAVE-COURSE     PIC X(08).
           05 CLS-SAVE-TERM       PIC X(05).
       01 CLS-MEETING-DAYS.
           05 CLS-MEETING-DAY     PIC X(01) OCCURS 7 TIMES.
       01 CLS-START-TIME PIC 9(04).
       01 CLS-END-TIME PIC 9(04).
       01 CLS-DAY-SUB PIC 9(02) VALUE ZEROES.
       01 CLASH-FOUND-SW PIC X(01) VALUE "N".
           88 CLASH-FOUND VALUE "Y".
       01 CLS-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 CLS-SCAN-DONE VALUE "Y".
       01 CLASH-COURSE PIC X(08).
       01 CLASH-MSG PIC X(40) VALUE
           "MEETING TIME CLASHES WITH ENROLLED ".
