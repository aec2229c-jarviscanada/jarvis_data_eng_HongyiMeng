      ******************************************************************
      * Copybook: MAJWS
      * Purpose:  Working storage for the shared major code check in
      *           copybook MAJVAL: the STU-MAJOR value being checked,
      *           the result switch and the refusal messages.
      ******************************************************************
       01 MAJOR-CHECK-CODE PIC X(20).
       01 MAJOR-VALID-SW PIC X(01) VALUE "N".
           88 MAJOR-VALID VALUE "Y".
       01 BLANK-MAJOR-CODE-MSG PIC X(30) VALUE
           "MAJOR CODE IS REQUIRED".
       01 UNKNOWN-MAJOR-MSG PIC X(30) VALUE
           "MAJOR CODE NOT ON FILE: ".
       01 RETIRED-MAJOR-MSG PIC X(30) VALUE
           "MAJOR CODE IS RETIRED: ".
