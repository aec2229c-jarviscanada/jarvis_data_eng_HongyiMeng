      ******************************************************************
      * Copybook: MAJXREF
      * Purpose:  FD and record layout for the major crosswalk read by
      *           the one-time major code conversion PRGB0046. Each
      *           record is one free-text major as it was keyed onto
      *           the master (any case) and the major table code
      *           (copybook MAJOR) it is to become, so variants such
      *           as COMP SCI and COMPSCI can both be sent to the
      *           code whose full name is COMPUTER SCIENCE. A blank
      *           free-text major may be sent to a code as well.
      *           Prepared by the registrar from the unmapped list of
      *           a trial run.
      ******************************************************************
       FD  MAJXREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAJXREF-RECORD.
           05  MXR-OLD-MAJOR           PIC X(20).
           05  MXR-MAJOR-CODE          PIC X(06).
