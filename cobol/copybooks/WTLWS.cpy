      ******************************************************************
      * Copybook: WTLWS
      * Purpose:  Working storage for the shared waitlist promotion in
      *           copybook WTLVAL, shared by PRGN0013 (enroll/drop)
      *           and PRGW0041 (late withdrawal): the term and date
      *           the promotion is made under, the student being
      *           promoted and the key of the waitlist entry taken,
      *           the switches and the console messages.
      ******************************************************************
       01 PROMOTE-TERM PIC X(05).
       01 PROMOTE-DATE PIC 9(08).
       01 PROMOTE-ID PIC X(07).
       01 PROMOTE-WTL-KEY PIC X(18).
       01 PROMOTE-DONE-SW PIC X(01) VALUE "N".
           88 PROMOTE-DONE VALUE "Y".
       01 PROMOTE-FOUND-SW PIC X(01) VALUE "N".
           88 PROMOTE-FOUND VALUE "Y".
       01 PROMOTE-SEATED-SW PIC X(01) VALUE "N".
           88 PROMOTE-SEATED VALUE "Y".
       01 PROMOTED-MSG PIC X(30) VALUE
           "PROMOTED FROM WAITLIST: ".
       01 PROMOTE-SKIP-MSG PIC X(45) VALUE
           "WAITLISTED STUDENT SKIPPED, NOT ENROLLABLE: ".
