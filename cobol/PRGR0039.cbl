      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Degree audit document. Audits a student against the
      *          requirements of the student's major on the degree
      *          requirements table (copybook DEGREQ) with the shared
      *          audit in copybook DEGVAL, which compares the
      *          enrollment history (ENRHIST) and the live enrollment
      *          file (ENROLL), and prints on the spool (DD RPT0039)
      *          each required course with the term and grade that
      *          satisfied it, or as in progress or missing; the
      *          credits earned and in progress against the total and
      *          elective credits the major needs; the cumulative GPA
      *          against the major's minimum; and whether the degree
      *          requirements are met, in progress or not met. One
      *          student per page. Runs for one keyed student ID from
      *          the menu, or for a whole ID range of active students
      *          for advising week, the way PRGR0029 does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0039.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY CRSSEL.
           COPY ENRLSEL.
           COPY ENRHSEL.
           COPY GPAHSEL.
           COPY DRQSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0039"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY COURSE.
           COPY ENROLL.
           COPY ENRHIST.
           COPY GPAHIST.
           COPY DEGREQ.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY ENRLSTAT.
           COPY ENRHSTAT.
           COPY GPAHSTAT.
           COPY DRQSTAT.
           COPY RPTSTAT.
           COPY GRDWS.
           COPY DEGWS.
       01 RUN-MODE-PROMPT PIC X(40) VALUE
           "1-ONE STUDENT  2-ID RANGE >>".
       01 RUN-MODE PIC 9.
           88 RANGE-MODE VALUE 2.
       01 QUERY-ID PIC X(07).
       01 FROM-ID PIC X(07).
       01 TO-ID PIC X(07).
       01 QUERY-DONE-SW PIC X(01) VALUE "N".
           88 QUERY-DONE VALUE "Y".
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 AUDIT-COUNT PIC 9(05) VALUE ZEROES.
       01 NO-PROGRAM-COUNT PIC 9(05) VALUE ZEROES.
       01 NOT-FOUND-MSG PIC X(30) VALUE "STUDENT ID NOT ON FILE".
       01 NO-PROGRAM-MSG PIC X(40) VALUE
           "NO DEGREE REQUIREMENTS ON FILE FOR ".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 DONE-MSG PIC X(25) VALUE "DEGREE AUDITS PRINTED: ".
       01 NO-PROGRAM-COUNT-MSG PIC X(25) VALUE
           "NO REQUIREMENTS ON FILE: ".
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(38) VALUE
           "D E G R E E   A U D I T".
        05 FILLER PIC X(10) VALUE "RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 STUDENT-LINE-1.
        05 FILLER PIC X(09) VALUE "STUDENT: ".
        05 SL1-ID PIC X(07).
        05 FILLER PIC X(08) VALUE "  NAME: ".
        05 SL1-LAST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE ", ".
        05 SL1-FIRST-NAME PIC X(15).
       01 STUDENT-LINE-2.
        05 FILLER PIC X(07) VALUE "MAJOR: ".
        05 SL2-MAJOR PIC X(20).
        05 FILLER PIC X(10) VALUE "  STATUS: ".
        05 SL2-STATUS PIC X(01).
       01 SECTION-HEADING-LINE.
        05 SHL-TEXT PIC X(30).
       01 REQUIRED-COURSE-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 RCL-COURSE PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 RCL-TITLE PIC X(30).
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(06) VALUE "MIN: ".
        05 RCL-MIN-GRADE PIC X(04).
        05 FILLER PIC X(08) VALUE "  TERM: ".
        05 RCL-TERM PIC X(05).
        05 FILLER PIC X(09) VALUE "  GRADE: ".
        05 RCL-GRADE PIC X(02).
        05 FILLER PIC X(02) VALUE SPACES.
        05 RCL-STATUS PIC X(11).
       01 CREDIT-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 CRL-TEXT PIC X(18).
        05 FILLER PIC X(10) VALUE "REQUIRED: ".
        05 CRL-REQUIRED PIC ZZZ9.
        05 FILLER PIC X(10) VALUE "  EARNED: ".
        05 CRL-EARNED PIC ZZZ9.
        05 FILLER PIC X(15) VALUE "  IN PROGRESS: ".
        05 CRL-IN-PROGRESS PIC ZZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 CRL-STATUS PIC X(11).
       01 GPA-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(18) VALUE "MINIMUM GPA".
        05 FILLER PIC X(10) VALUE "REQUIRED: ".
        05 GPL-REQUIRED PIC 9.99.
        05 FILLER PIC X(14) VALUE "  CUMULATIVE: ".
        05 GPL-CUM-GPA PIC 9.99.
        05 FILLER PIC X(17) VALUE "  TERMS ON FILE: ".
        05 GPL-TERMS PIC ZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 GPL-STATUS PIC X(11).
       01 COURSES-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(18) VALUE "REQUIRED COURSES".
        05 FILLER PIC X(11) VALUE "SATISFIED: ".
        05 CSL-SATISFIED PIC Z9.
        05 FILLER PIC X(15) VALUE "  IN PROGRESS: ".
        05 CSL-IN-PROGRESS PIC Z9.
        05 FILLER PIC X(11) VALUE "  MISSING: ".
        05 CSL-MISSING PIC Z9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 CSL-STATUS PIC X(11).
       01 DEGREE-LINE.
        05 FILLER PIC X(21) VALUE "DEGREE REQUIREMENTS: ".
        05 DGL-STATUS PIC X(11).
       01 NONE-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 NNL-TEXT PIC X(40).
       PROCEDURE DIVISION.
       0100-START.
           DISPLAY RUN-MODE-PROMPT.
           ACCEPT RUN-MODE.
           PERFORM 0110-OPEN-FILES.
           IF NOT ABORT-RUN
               ACCEPT HDG-DATE FROM DATE YYYYMMDD
               ACCEPT HDG-TIME FROM TIME
               IF RANGE-MODE
                   PERFORM 0300-RANGE-RUN
               ELSE
                   MOVE "N" TO QUERY-DONE-SW
                   PERFORM 0200-QUERY-ONE UNTIL QUERY-DONE
               END-IF
               DISPLAY DONE-MSG AUDIT-COUNT
               DISPLAY NO-PROGRAM-COUNT-MSG NO-PROGRAM-COUNT
           END-IF.
           PERFORM 0950-CLOSE-OPENED-FILES.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                   STUDENT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF NOT COURSE-FILE-OK
               DISPLAY OPEN-FAIL-MSG "COURSE-FILE, STATUS "
                   COURSE-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT ENROLL-FILE.
           IF NOT ENROLL-FILE-OK
               DISPLAY OPEN-FAIL-MSG "ENROLL-FILE, STATUS "
                   ENROLL-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT ENRH-FILE.
           IF NOT ENRH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "ENRH-FILE, STATUS "
                   ENRH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT GPAH-FILE.
           IF NOT GPAH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GPAH-FILE, STATUS "
                   GPAH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT DEGREQ-FILE.
           IF NOT DEGREQ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "DEGREQ-FILE, STATUS "
                   DEGREQ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
                   REPORT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF COURSE-FILE-OK
               CLOSE COURSE-FILE
           END-IF.
           IF ENROLL-FILE-OK
               CLOSE ENROLL-FILE
           END-IF.
           IF ENRH-FILE-OK
               CLOSE ENRH-FILE
           END-IF.
           IF GPAH-FILE-OK
               CLOSE GPAH-FILE
           END-IF.
           IF DEGREQ-FILE-OK
               CLOSE DEGREQ-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0200-QUERY-ONE.
           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT QUERY-ID.
           MOVE QUERY-ID TO STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG
               NOT INVALID KEY
                   PERFORM 1000-PRINT-AUDIT
           END-READ.
           DISPLAY "AUDIT ANOTHER STUDENT? (Y/N) >>".
           ACCEPT QUERY-DONE-SW.
           IF QUERY-DONE-SW = "Y" OR QUERY-DONE-SW = "y"
               MOVE "N" TO QUERY-DONE-SW
           ELSE
               MOVE "Y" TO QUERY-DONE-SW
           END-IF.

       0300-RANGE-RUN.
           DISPLAY "ENTER FROM STUDENT ID >>".
           ACCEPT FROM-ID.
           DISPLAY "ENTER TO STUDENT ID >>".
           ACCEPT TO-ID.
           MOVE "N" TO AT-EOF-SW.
           MOVE FROM-ID TO STU-ID.
           START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0350-READ-NEXT-STUDENT.
           PERFORM 0400-PRINT-ONE-IN-RANGE UNTIL AT-EOF.

       0350-READ-NEXT-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF STU-ID GREATER THAN TO-ID
                   MOVE "Y" TO AT-EOF-SW
               END-IF
           END-IF.

       0400-PRINT-ONE-IN-RANGE.
           IF STU-ACTIVE
               PERFORM 1000-PRINT-AUDIT
           END-IF.
           PERFORM 0350-READ-NEXT-STUDENT.

       1000-PRINT-AUDIT.
           MOVE STU-ID TO DEG-CHECK-STUDENT.
           MOVE STU-MAJOR TO DEG-CHECK-MAJOR.
           PERFORM 5200-AUDIT-DEGREE.
           IF PROGRAM-FOUND
               PERFORM 1050-PUT-AUDIT-PAGE
           ELSE
               ADD 1 TO NO-PROGRAM-COUNT
               DISPLAY NO-PROGRAM-MSG STU-ID " " STU-MAJOR
           END-IF.

       1050-PUT-AUDIT-PAGE.
           ADD 1 TO AUDIT-COUNT.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HDG-PAGE.
           WRITE REPORT-LINE FROM PAGE-HEADING
               AFTER ADVANCING PAGE.
           MOVE STU-ID TO SL1-ID.
           MOVE STU-LAST-NAME TO SL1-LAST-NAME.
           MOVE STU-FIRST-NAME TO SL1-FIRST-NAME.
           WRITE REPORT-LINE FROM STUDENT-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE STU-MAJOR TO SL2-MAJOR.
           MOVE STU-STATUS-FLAG TO SL2-STATUS.
           WRITE REPORT-LINE FROM STUDENT-LINE-2
               AFTER ADVANCING 1 LINE.
           PERFORM 1100-PUT-REQUIRED-COURSES.
           PERFORM 1200-PUT-PROGRAM-TOTALS.
           MOVE DEGREE-STATUS TO DEG-STATUS-CODE.
           PERFORM 5290-NAME-STATUS.
           EVALUATE TRUE
               WHEN DEGREE-MET
                   MOVE "MET" TO DGL-STATUS
               WHEN DEGREE-PENDING
                   MOVE DEG-STATUS-NAME TO DGL-STATUS
               WHEN OTHER
                   MOVE "NOT MET" TO DGL-STATUS
           END-EVALUATE.
           WRITE REPORT-LINE FROM DEGREE-LINE
               AFTER ADVANCING 2 LINES.

       1100-PUT-REQUIRED-COURSES.
           MOVE "REQUIRED COURSES" TO SHL-TEXT.
           WRITE REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           IF REQUIRED-USED = ZEROES
               MOVE "NONE REQUIRED BY MAJOR" TO NNL-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 1150-PUT-ONE-REQUIRED
                   VARYING REQUIRED-SUB FROM 1 BY 1
                   UNTIL REQUIRED-SUB GREATER THAN REQUIRED-USED
           END-IF.

       1150-PUT-ONE-REQUIRED.
           MOVE REQ-COURSE-CODE(REQUIRED-SUB) TO RCL-COURSE.
           MOVE REQ-COURSE-CODE(REQUIRED-SUB) TO CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE "** NOT IN CATALOG **" TO RCL-TITLE
               NOT INVALID KEY
                   MOVE CRS-TITLE TO RCL-TITLE
           END-READ.
           IF REQ-MIN-GRADE(REQUIRED-SUB) = SPACES
               MOVE "PASS" TO RCL-MIN-GRADE
           ELSE
               MOVE REQ-MIN-GRADE(REQUIRED-SUB) TO RCL-MIN-GRADE
           END-IF.
           MOVE REQ-TERM-CODE(REQUIRED-SUB) TO RCL-TERM.
           MOVE REQ-GRADE(REQUIRED-SUB) TO RCL-GRADE.
           MOVE REQ-STATUS(REQUIRED-SUB) TO DEG-STATUS-CODE.
           PERFORM 5290-NAME-STATUS.
           MOVE DEG-STATUS-NAME TO RCL-STATUS.
           WRITE REPORT-LINE FROM REQUIRED-COURSE-LINE
               AFTER ADVANCING 1 LINE.

       1200-PUT-PROGRAM-TOTALS.
           MOVE "PROGRAM REQUIREMENTS" TO SHL-TEXT.
           WRITE REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TOTAL CREDITS" TO CRL-TEXT.
           MOVE PRG-TOTAL-CREDITS TO CRL-REQUIRED.
           MOVE EARNED-CREDITS TO CRL-EARNED.
           MOVE IN-PROGRESS-CREDITS TO CRL-IN-PROGRESS.
           MOVE CREDIT-STATUS TO DEG-STATUS-CODE.
           PERFORM 5290-NAME-STATUS.
           MOVE DEG-STATUS-NAME TO CRL-STATUS.
           WRITE REPORT-LINE FROM CREDIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ELECTIVE CREDITS" TO CRL-TEXT.
           MOVE PRG-ELECTIVE-CREDITS TO CRL-REQUIRED.
           MOVE ELECTIVE-EARNED TO CRL-EARNED.
           MOVE ELECTIVE-IN-PROGRESS TO CRL-IN-PROGRESS.
           MOVE ELECTIVE-STATUS TO DEG-STATUS-CODE.
           PERFORM 5290-NAME-STATUS.
           MOVE DEG-STATUS-NAME TO CRL-STATUS.
           WRITE REPORT-LINE FROM CREDIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE REQUIRED-SATISFIED TO CSL-SATISFIED.
           MOVE REQUIRED-IN-PROGRESS TO CSL-IN-PROGRESS.
           MOVE REQUIRED-MISSING TO CSL-MISSING.
           MOVE COURSES-STATUS TO DEG-STATUS-CODE.
           PERFORM 5290-NAME-STATUS.
           MOVE DEG-STATUS-NAME TO CSL-STATUS.
           WRITE REPORT-LINE FROM COURSES-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PRG-MIN-GPA TO GPL-REQUIRED.
           MOVE AUDIT-CUM-GPA TO GPL-CUM-GPA.
           MOVE AUDIT-TERM-COUNT TO GPL-TERMS.
           MOVE GPA-STATUS TO DEG-STATUS-CODE.
           PERFORM 5290-NAME-STATUS.
           MOVE DEG-STATUS-NAME TO GPL-STATUS.
           WRITE REPORT-LINE FROM GPA-LINE
               AFTER ADVANCING 1 LINE.

           COPY DEGVAL.
           COPY GRDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGR0039.
