      *           signed-on operator passed by PRGMENU in
      *           SIGNON-AREA, so the forward recovery job PRGB0016
      *           replays restores instead of losing them.
      * Modified: 2026-10-15 HYM - A graduated student (status flag
      *           G) is refused: setting them back to active would
      *           undo the registrar's graduation confirmation
      *           (PRGP0038) without a trace on the graduation file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 NOT-FOUND-MSG PIC X(30) VALUE "STUDENT ID NOT ON FILE".
       01 ALREADY-ACTIVE-MSG PIC X(35) VALUE
           "STUDENT RECORD IS ALREADY ACTIVE".
       01 GRADUATED-NO-RESTORE-MSG PIC X(40) VALUE
           "GRADUATED STUDENT CANNOT BE RESTORED".
       01 RESTORE-CONFIRM-MSG PIC X(30) VALUE
           "STUDENT RECORD RESTORED".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
           IF STU-ACTIVE
               DISPLAY ALREADY-ACTIVE-MSG
           ELSE
               IF STU-GRADUATED
                   DISPLAY GRADUATED-NO-RESTORE-MSG
               ELSE
                   PERFORM 5300-SAVE-BEFORE-IMAGE
                   SET STU-ACTIVE TO TRUE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO RESTORE STUDENT, STATUS "
                               STUDENT-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM 5600-WRITE-AUDIT-RECORD
                           DISPLAY RESTORE-CONFIRM-MSG
                   END-REWRITE
               END-IF
           END-IF.

           COPY UPDVAL.
