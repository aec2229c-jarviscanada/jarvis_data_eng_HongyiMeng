      *           new term-by-term GPA trail written by the shared
      *           update logic whenever a change touches STU-GPA
      *           (copybooks GPAVAL/GPAHIST).
      * Modified: 2026-10-15 HYM - The major is now a code from the
      *           major table (copybook MAJOR); a blank, unknown or
      *           retired code leaves the record unchanged (copybook
      *           MAJVAL).
      * Modified: 2026-10-15 HYM - The major is only checked when it
      *           is changed from the one on file (the before-image
      *           saved by 5300), so a student keeping a retired code
      *           can still have a name or GPA correction made.
      * Purpose: Updates one existing student record in the master
      *          file, keeping a full change history.
      * Tectonics: cobc
           COPY STUDSEL.
           COPY AUDSEL.
           COPY GPAHSEL.
           COPY MAJSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY AUDIT.
           COPY GPAHIST.
           COPY MAJOR.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY AUDSTAT.
           COPY GPAHSTAT.
           COPY MAJSTAT.
           COPY UPDWS.
           COPY GPAHWS.
           COPY MAJWS.
       01 UPDATE-ID PIC X(07).
       01 UPDATE-DONE-SW PIC X(01) VALUE "N".
           88 UPDATE-DONE VALUE "Y".
       01 NOT-FOUND-MSG PIC X(30) VALUE "STUDENT ID NOT ON FILE".
       01 NOT-UPDATED-MSG PIC X(30) VALUE "STUDENT RECORD NOT UPDATED".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       LINKAGE SECTION.
           COPY SIGNON.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN I-O GPAH-FILE.
           OPEN INPUT MAJOR-FILE.
           IF STUDENT-FILE-OK AND AUDIT-FILE-OK AND GPAH-FILE-OK
              AND MAJOR-FILE-OK
               MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
               PERFORM 0200-UPDATE-ONE UNTIL UPDATE-DONE
               CLOSE STUDENT-FILE
               CLOSE AUDIT-FILE
               CLOSE GPAH-FILE
               CLOSE MAJOR-FILE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                   DISPLAY OPEN-FAIL-MSG "GPAH-FILE, STATUS "
                       GPAH-FILE-STATUS
               END-IF
               IF NOT MAJOR-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                       MAJOR-FILE-STATUS
               END-IF
               IF STUDENT-FILE-OK
                   CLOSE STUDENT-FILE
               END-IF
               IF GPAH-FILE-OK
                   CLOSE GPAH-FILE
               END-IF
               IF MAJOR-FILE-OK
                   CLOSE MAJOR-FILE
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

               NOT INVALID KEY
                   PERFORM 5300-SAVE-BEFORE-IMAGE
                   PERFORM 0350-ACCEPT-CHANGES
                   IF STU-MAJOR = BEF-MAJOR
                       PERFORM 5500-REWRITE-WITH-AUDIT
                   ELSE
                       MOVE STU-MAJOR TO MAJOR-CHECK-CODE
                       PERFORM 5800-VALIDATE-MAJOR
                       IF MAJOR-VALID
                           PERFORM 5500-REWRITE-WITH-AUDIT
                       ELSE
                           DISPLAY NOT-UPDATED-MSG
                       END-IF
                   END-IF
           END-READ.
           DISPLAY "UPDATE ANOTHER STUDENT? (Y/N) >>".
           ACCEPT UPDATE-DONE-SW.
           ACCEPT STU-LAST-NAME.
           DISPLAY "ENTER FIRST NAME >>".
           ACCEPT STU-FIRST-NAME.
           DISPLAY "ENTER MAJOR CODE >>".
           ACCEPT STU-MAJOR.
           DISPLAY "ENTER GPA >>".
           ACCEPT STU-GPA.

           COPY UPDVAL.
           COPY GPAVAL.
           COPY MAJVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
