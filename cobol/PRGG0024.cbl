      *          file. A grade already on the record may be re-keyed
      *          until the batch rolls the record off to the
      *          enrollment history file.
      * Modified: 2026-10-15 HYM - I (incomplete) may be keyed like any
      *           grade. A W may not: a late withdrawal also frees the
      *           seat, so it is recorded only through PRGW0041, and a
      *           W already on the record stands - once PRGB0025 has
      *           rolled it off, PRGW0041 can change it as an approved
      *           grade change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 NOT-ENROLLED-MSG PIC X(45) VALUE
           "STUDENT IS NOT ENROLLED IN COURSE THAT TERM".
       01 GRADE-CONFIRM-MSG PIC X(30) VALUE "GRADE RECORDED".
       01 WITHDRAWN-MSG PIC X(50) VALUE
           "STUDENT WITHDREW (W), SEAT ALREADY RELEASED".
       01 LATE-WITHDRAWAL-MSG PIC X(50) VALUE
           "A W IS RECORDED THROUGH LATE WITHDRAWAL, PRGW0041".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           END-READ.

       0400-ACCEPT-GRADE.
           IF ENR-GRADE = "W "
               DISPLAY WITHDRAWN-MSG
           ELSE
               PERFORM 0450-KEY-GRADE
           END-IF.

       0450-KEY-GRADE.
           IF ENR-GRADE NOT = SPACES
               DISPLAY "GRADE ON FILE: " ENR-GRADE
           END-IF.
           DISPLAY "ENTER GRADE >>".
           ACCEPT GRADE-CODE.
           PERFORM 4800-GRADE-TO-POINTS.
           IF GRADE-CODE = "W "
               DISPLAY LATE-WITHDRAWAL-MSG
           ELSE
               PERFORM 0500-RECORD-GRADE
           END-IF.

       0500-RECORD-GRADE.
           IF GRADE-VALID
               MOVE GRADE-CODE TO ENR-GRADE
               REWRITE ENROLL-RECORD
