      *           insert loop; an unopened STUDENT-FILE used to fall
      *           through the READ's INVALID KEY/NOT INVALID KEY test
      *           silently instead of stopping the program.
      * Modified: 2026-10-15 HYM - The major is now a code from the
      *           major table (copybook MAJOR); INSVAL refuses a blank,
      *           unknown or retired code.
      * Purpose: Inserts one new student record into the master file.
      * Tectonics: cobc
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY MAJSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY MAJOR.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY MAJSTAT.
           COPY NEWSTU.
           COPY MAJWS.
       01 DONE-SW PIC X(01) VALUE "N".
           88 INSERT-DONE VALUE "Y".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           OPEN I-O STUDENT-FILE.
           OPEN INPUT MAJOR-FILE.
           IF STUDENT-FILE-OK AND MAJOR-FILE-OK
               PERFORM 0200-INSERT-ONE UNTIL INSERT-DONE
               CLOSE STUDENT-FILE
               CLOSE MAJOR-FILE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                       STUDENT-FILE-STATUS
               END-IF
               IF NOT MAJOR-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                       MAJOR-FILE-STATUS
               END-IF
               IF STUDENT-FILE-OK
                   CLOSE STUDENT-FILE
               END-IF
               IF MAJOR-FILE-OK
                   CLOSE MAJOR-FILE
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

           ACCEPT NEW-LAST-NAME.
           DISPLAY "ENTER FIRST NAME >>".
           ACCEPT NEW-FIRST-NAME.
           DISPLAY "ENTER MAJOR CODE >>".
           ACCEPT NEW-MAJOR.
           DISPLAY "ENTER GPA >>".
           ACCEPT NEW-GPA.
           ACCEPT NEW-DATE-INCLUDED.

           COPY INSVAL.
           COPY MAJVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
