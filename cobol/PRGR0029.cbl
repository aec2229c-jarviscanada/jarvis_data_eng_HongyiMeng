      *          PRGQ0022 computes it. One student per page. Runs for
      *          one keyed student ID from the menu, or for a whole
      *          ID range for the end-of-term mailing - range runs
      *          print active and graduated students only (inactive
      *          students are left out), a single keyed request
      *          prints the student regardless of status. The range
      *          mode is the one the nightly JCL drives.
      * Modified: 2026-09-02 HYM - The transcript now carries the
      *           student's mailing address block off the new
      *           address/contact file, so the end-of-term mailing
      *           no longer needs the front desk's spreadsheet.
      * Modified: 2026-10-15 HYM - The official transcript is
      *           withheld while the student has an active
      *           transcript-blocking hold (copybook HLDVAL): a keyed
      *           request is refused with the hold type and reason,
      *           and a range run skips the student and lists the ID
      *           on the console with a withheld count.
      * Modified: 2026-10-15 HYM - A graduated student's transcript
      *           carries the degree conferred line - major,
      *           graduating term and graduation date - off the
      *           graduation file (copybook GRADUATE).
      * Modified: 2026-10-15 HYM - A course withdrawn (W) or still
      *           incomplete (I) is listed with its grade but adds no
      *           credits to the credits earned line.
      * Modified: 2026-10-15 HYM - Range runs now print graduated
      *           students as well as active ones, and the degree
      *           conferred line carries the major's full name off the
      *           major code table (copybook MAJOR) rather than the
      *           code on the graduation record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ENRHSEL.
           COPY GPAHSEL.
           COPY ADRSEL.
           COPY HLDSEL.
           COPY GRADSEL.
           COPY MAJSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0029"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           COPY ENRHIST.
           COPY GPAHIST.
           COPY ADDRESS.
           COPY HOLD.
           COPY GRADUATE.
           COPY MAJOR.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY ENRHSTAT.
           COPY GPAHSTAT.
           COPY ADRSTAT.
           COPY HLDSTAT.
           COPY GRADSTAT.
           COPY MAJSTAT.
           COPY RPTSTAT.
           COPY HLDWS.
           COPY GRDWS.
       01 RUN-MODE-PROMPT PIC X(40) VALUE
           "1-ONE STUDENT  2-ID RANGE >>".
       01 RUN-MODE PIC 9.
       01 NOT-FOUND-MSG PIC X(30) VALUE "STUDENT ID NOT ON FILE".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 DONE-MSG PIC X(25) VALUE "TRANSCRIPTS PRINTED: ".
       01 WITHHELD-COUNT PIC 9(05) VALUE ZEROES.
       01 WITHHELD-MSG PIC X(25) VALUE "TRANSCRIPTS WITHHELD: ".
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(38) VALUE
        05 SL2-DATE PIC 9(08).
        05 FILLER PIC X(15) VALUE "  CURRENT GPA: ".
        05 SL2-GPA PIC 9.99.
       01 DEGREE-LINE.
        05 FILLER PIC X(18) VALUE "DEGREE CONFERRED: ".
        05 DGL-MAJOR PIC X(30).
        05 FILLER PIC X(08) VALUE "  TERM: ".
        05 DGL-TERM PIC X(05).
        05 FILLER PIC X(08) VALUE "  DATE: ".
        05 DGL-DATE PIC 9(08).
       01 SECTION-HEADING-LINE.
        05 SHL-TEXT PIC X(30).
       01 COURSE-HIST-LINE.
                   PERFORM 0200-QUERY-ONE UNTIL QUERY-DONE
               END-IF
               DISPLAY DONE-MSG TRANSCRIPT-COUNT
               DISPLAY WITHHELD-MSG WITHHELD-COUNT
           END-IF.
           PERFORM 0950-CLOSE-OPENED-FILES.
           PERFORM 9999-END-PROGRAM.
                   ADDRESS-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                   HOLD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT GRAD-FILE.
           IF NOT GRAD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GRAD-FILE, STATUS "
                   GRAD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT MAJOR-FILE.
           IF NOT MAJOR-FILE-OK
               DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                   MAJOR-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
           IF ADDRESS-FILE-OK
               CLOSE ADDRESS-FILE
           END-IF.
           IF HOLD-FILE-OK
               CLOSE HOLD-FILE
           END-IF.
           IF GRAD-FILE-OK
               CLOSE GRAD-FILE
           END-IF.
           IF MAJOR-FILE-OK
               CLOSE MAJOR-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG
               NOT INVALID KEY
                   PERFORM 0250-CHECK-TRANSCRIPT-HOLD
                   IF TRANSCRIPT-HELD
                       DISPLAY TRANSCRIPT-HOLD-MSG TRN-HOLD-TYPE-NAME
                           " - " TRN-HOLD-REASON
                   ELSE
                       PERFORM 1000-PRINT-TRANSCRIPT
                   END-IF
           END-READ.
           DISPLAY "PRINT ANOTHER TRANSCRIPT? (Y/N) >>".
           ACCEPT QUERY-DONE-SW.
               MOVE "Y" TO QUERY-DONE-SW
           END-IF.

       0250-CHECK-TRANSCRIPT-HOLD.
           MOVE STU-ID TO HLD-CHECK-STUDENT.
           PERFORM 5000-CHECK-HOLDS.
           IF TRANSCRIPT-HELD
               ADD 1 TO WITHHELD-COUNT
           END-IF.

       0300-RANGE-RUN.
           DISPLAY "ENTER FROM STUDENT ID >>".
           ACCEPT FROM-ID.
           END-IF.

       0400-PRINT-ONE-IN-RANGE.
           IF NOT STU-INACTIVE
               PERFORM 0250-CHECK-TRANSCRIPT-HOLD
               IF TRANSCRIPT-HELD
                   DISPLAY TRANSCRIPT-HOLD-MSG STU-ID " "
                       TRN-HOLD-TYPE-NAME
               ELSE
                   PERFORM 1000-PRINT-TRANSCRIPT
               END-IF
           END-IF.
           PERFORM 0350-READ-NEXT-STUDENT.

           MOVE STU-GPA TO SL2-GPA.
           WRITE REPORT-LINE FROM STUDENT-LINE-2
               AFTER ADVANCING 1 LINE.
           IF STU-GRADUATED
               PERFORM 1050-PUT-DEGREE-CONFERRED
           END-IF.
           PERFORM 1100-PUT-MAILING-ADDRESS.
           PERFORM 1200-PUT-COMPLETED-COURSES.
           PERFORM 1300-PUT-CURRENT-COURSES.
           PERFORM 1400-PUT-GPA-HISTORY.

       1050-PUT-DEGREE-CONFERRED.
           MOVE STU-ID TO GRAD-STUDENT-ID.
           READ GRAD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRAD-CONFERRED
                       PERFORM 1060-NAME-MAJOR
                       MOVE GRAD-TERM-CODE TO DGL-TERM
                       MOVE GRAD-GRADUATION-DATE TO DGL-DATE
                       WRITE REPORT-LINE FROM DEGREE-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       1060-NAME-MAJOR.
           MOVE GRAD-MAJOR TO DGL-MAJOR.
           IF GRAD-MAJOR(7:14) = SPACES
               MOVE GRAD-MAJOR TO MAJ-CODE
               READ MAJOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAJ-NAME TO DGL-MAJOR
               END-READ
           END-IF.

       1100-PUT-MAILING-ADDRESS.
           MOVE STU-ID TO ADR-ID.
           READ ADDRESS-FILE
                       NOT INVALID KEY
                           MOVE CRS-TITLE TO CHL-TITLE
                           MOVE CRS-CREDITS TO CHL-CREDITS
                           MOVE ENH-GRADE TO GRADE-CODE
                           PERFORM 4800-GRADE-TO-POINTS
                           IF GRADE-IN-GPA
                               ADD CRS-CREDITS TO CREDITS-EARNED
                           END-IF
                   END-READ
                   WRITE REPORT-LINE FROM COURSE-HIST-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE TERM-CODE-IN(5:1) TO TERM-DISPLAY-SEASON
           END-EVALUATE.

           COPY HLDVAL.
           COPY GRDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGR0029.
