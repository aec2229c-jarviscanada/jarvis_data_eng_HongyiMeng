      *           aborts, so the nightly job-stream controller
      *           PRGB0032 can log the step as failed and refuse to
      *           start the steps that depend on it.
      * Modified: 2026-10-15 HYM - STU-MAJOR now holds a code from the
      *           major table (copybook MAJOR), so each major heading
      *           shows the code's full name and owning department.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY MAJSEL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY MAJOR.
       SD  SORT-WORK-FILE.
       01  SORT-STUDENT-RECORD.
           05  SRT-ID                  PIC X(07).
           05  SRT-STATUS-FLAG         PIC X(01).
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY MAJSTAT.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 FIRST-RECORD-SW PIC X(01) VALUE "Y".
           88 HONOR-SHOWN VALUE "Y".
       01 PROBATION-SHOWN-SW PIC X(01) VALUE "N".
           88 PROBATION-SHOWN VALUE "Y".
       01 MAJOR-OPEN-SW PIC X(01) VALUE "N".
           88 MAJOR-OPEN VALUE "Y".
       01 MAJOR-NAME-OUT PIC X(30).
       01 MAJOR-DEPARTMENT-OUT PIC X(20).
       01 PREV-MAJOR PIC X(20) VALUE SPACES.
       01 HONOR-GPA-LIMIT PIC 9V99 VALUE 3.50.
       01 PROBATION-GPA-LIMIT PIC 9V99 VALUE 2.00.
       01 GRAND-GPA-TOTAL PIC 9(07)V99 VALUE ZEROES.
       01 AVERAGE-GPA-OUT PIC 9.99.
       01 MAJOR-HEADING-MSG PIC X(10) VALUE "MAJOR: ".
       01 NOT-ON-TABLE-MSG PIC X(30) VALUE "NOT ON MAJOR TABLE".
       01 HONOR-HEADING-MSG PIC X(15) VALUE "  HONOR ROLL:".
       01 PROBATION-HEADING-MSG PIC X(15) VALUE "  PROBATION:".
       01 MAJOR-COUNT-MSG PIC X(25) VALUE "  STUDENTS THIS MAJOR: ".

       0500-PRODUCE-REPORT.
           MOVE "N" TO AT-EOF-SW.
           MOVE "N" TO MAJOR-OPEN-SW.
           OPEN INPUT MAJOR-FILE.
           IF MAJOR-FILE-OK
               MOVE "Y" TO MAJOR-OPEN-SW
           ELSE
               DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                   MAJOR-FILE-STATUS
           END-IF.
           PERFORM 0600-RETURN-NEXT-SORTED.
           PERFORM 0700-PROCESS-SORTED-RECORD UNTIL AT-EOF.
           IF FIRST-RECORD
                   GRAND-GPA-TOTAL / GRAND-COUNT
               DISPLAY GRAND-AVERAGE-MSG AVERAGE-GPA-OUT
           END-IF.
           IF MAJOR-OPEN
               CLOSE MAJOR-FILE
           END-IF.

       0600-RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE

       0750-START-NEW-MAJOR.
           MOVE SRT-MAJOR TO PREV-MAJOR.
           PERFORM 0760-NAME-MAJOR.
           DISPLAY MAJOR-HEADING-MSG PREV-MAJOR.
           DISPLAY "  " MAJOR-NAME-OUT " " MAJOR-DEPARTMENT-OUT.
           MOVE ZEROES TO MAJOR-COUNT.
           MOVE ZEROES TO MAJOR-GPA-TOTAL.
           MOVE "N" TO HONOR-SHOWN-SW.
           MOVE "N" TO PROBATION-SHOWN-SW.

       0760-NAME-MAJOR.
           MOVE NOT-ON-TABLE-MSG TO MAJOR-NAME-OUT.
           MOVE SPACES TO MAJOR-DEPARTMENT-OUT.
           IF MAJOR-OPEN AND PREV-MAJOR(7:14) = SPACES
               MOVE PREV-MAJOR TO MAJ-CODE
               READ MAJOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAJ-NAME TO MAJOR-NAME-OUT
                       MOVE MAJ-DEPARTMENT TO MAJOR-DEPARTMENT-OUT
               END-READ
           END-IF.

       0770-DISPLAY-STUDENT-LINE.
           DISPLAY "    ID: " SRT-ID
               " NAME: " SRT-LAST-NAME ", " SRT-FIRST-NAME
