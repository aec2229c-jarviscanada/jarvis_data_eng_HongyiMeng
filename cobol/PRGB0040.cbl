      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: End-of-term graduation batch. Walks the student
      *          master in ID order and audits every active student
      *          against the requirements of the student's major
      *          (copybook DEGREQ) with the shared degree audit in
      *          copybook DEGVAL. Every student who has met every
      *          requirement - all required courses, total and
      *          elective credits, minimum cumulative GPA - is listed
      *          on the spool (DD RPT0040) in the RPT0008 page
      *          conventions and gets a pending record on the
      *          graduation file (copybook GRADUATE) under the
      *          prompted graduating term, for the registrar to
      *          confirm through PRGP0038. A student already on the
      *          graduation file is listed again but not rewritten.
      *          Students whose major has no requirements on file are
      *          counted on the console control report. Run from JCL
      *          after the end-of-term GPA batch PRGB0025 has rolled
      *          the term's grades off, not the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0040.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY CRSSEL.
           COPY ENRLSEL.
           COPY ENRHSEL.
           COPY GPAHSEL.
           COPY DRQSEL.
           COPY GRADSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0040"
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
           COPY GRADUATE.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY ENRLSTAT.
           COPY ENRHSTAT.
           COPY GPAHSTAT.
           COPY DRQSTAT.
           COPY GRADSTAT.
           COPY RPTSTAT.
           COPY GRDWS.
           COPY DEGWS.
       01 PROCESS-TERM PIC X(05).
       01 RUN-DATE PIC 9(08).
       01 READ-COUNT PIC 9(08) VALUE ZEROES.
       01 AUDITED-COUNT PIC 9(08) VALUE ZEROES.
       01 QUALIFIED-COUNT PIC 9(08) VALUE ZEROES.
       01 PENDING-WRITTEN-COUNT PIC 9(08) VALUE ZEROES.
       01 ALREADY-ON-FILE-COUNT PIC 9(08) VALUE ZEROES.
       01 NO-PROGRAM-COUNT PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(24) VALUE
           "GRADUATION LIST - TERM ".
        05 HDG-TERM PIC X(05).
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(09) VALUE "ID".
        05 FILLER PIC X(17) VALUE "LAST NAME".
        05 FILLER PIC X(17) VALUE "FIRST NAME".
        05 FILLER PIC X(22) VALUE "MAJOR".
        05 FILLER PIC X(09) VALUE "CREDITS".
        05 FILLER PIC X(06) VALUE "GPA".
        05 FILLER PIC X(20) VALUE "GRADUATION RECORD".
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-ID PIC X(07).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-LAST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-FIRST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-MAJOR PIC X(20).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-CREDITS PIC ZZZ9.
        05 FILLER PIC X(05) VALUE SPACES.
        05 DET-GPA PIC 9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-RECORD PIC X(25).
        05 DET-RECORD-TERM PIC X(05).
       01 TRAILER-LINE-1.
        05 FILLER PIC X(26) VALUE "STUDENTS AUDITED:         ".
        05 TRL-AUDITED PIC ZZZZZZZ9.
       01 TRAILER-LINE-2.
        05 FILLER PIC X(26) VALUE "REQUIREMENTS MET:         ".
        05 TRL-QUALIFIED PIC ZZZZZZZ9.
       01 TRAILER-LINE-3.
        05 FILLER PIC X(26) VALUE "NEW PENDING GRADUATIONS:  ".
        05 TRL-WRITTEN PIC ZZZZZZZ9.
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 BAD-TERM-MSG PIC X(50) VALUE
           "TERM MUST BE YYYY PLUS 1-WINTER 2-SUMMER 3-FALL".
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER GRADUATING TERM (YYYYS) >>".
           ACCEPT PROCESS-TERM.
           IF PROCESS-TERM(1:4) NOT NUMERIC
              OR (PROCESS-TERM(5:1) NOT = "1"
                  AND PROCESS-TERM(5:1) NOT = "2"
                  AND PROCESS-TERM(5:1) NOT = "3")
               DISPLAY BAD-TERM-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-OPEN-FILES
               IF ABORT-RUN
                   PERFORM 0950-CLOSE-OPENED-FILES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0180-START-REPORT
                   MOVE LOW-VALUES TO STU-ID
                   START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
                       INVALID KEY
                           MOVE "Y" TO AT-EOF-SW
                   END-START
                   PERFORM 0250-READ-NEXT-STUDENT
                   PERFORM 0300-PROCESS-ONE UNTIL AT-EOF
                   PERFORM 0800-FINISH-REPORT
                   PERFORM 0950-CLOSE-OPENED-FILES
                   PERFORM 0970-DISPLAY-CONTROL-REPORT
               END-IF
           END-IF.
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
           OPEN I-O GRAD-FILE.
           IF NOT GRAD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GRAD-FILE, STATUS "
                   GRAD-FILE-STATUS
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
           IF GRAD-FILE-OK
               CLOSE GRAD-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0180-START-REPORT.
           MOVE PROCESS-TERM TO HDG-TERM.
           MOVE RUN-DATE TO HDG-DATE.
           ACCEPT HDG-TIME FROM TIME.
           MOVE ZEROES TO PAGE-NUMBER.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           PERFORM 0850-CHECK-PAGE-BREAK.

       0250-READ-NEXT-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.

       0300-PROCESS-ONE.
           ADD 1 TO READ-COUNT.
           IF STU-ACTIVE
               MOVE STU-ID TO DEG-CHECK-STUDENT
               MOVE STU-MAJOR TO DEG-CHECK-MAJOR
               PERFORM 5200-AUDIT-DEGREE
               IF PROGRAM-FOUND
                   ADD 1 TO AUDITED-COUNT
                   IF DEGREE-MET
                       PERFORM 0400-LIST-GRADUATE
                   END-IF
               ELSE
                   ADD 1 TO NO-PROGRAM-COUNT
               END-IF
           END-IF.
           PERFORM 0250-READ-NEXT-STUDENT.

       0400-LIST-GRADUATE.
           ADD 1 TO QUALIFIED-COUNT.
           MOVE SPACES TO DET-RECORD-TERM.
           MOVE STU-ID TO GRAD-STUDENT-ID.
           READ GRAD-FILE
               INVALID KEY
                   PERFORM 0500-WRITE-PENDING
               NOT INVALID KEY
                   ADD 1 TO ALREADY-ON-FILE-COUNT
                   IF GRAD-PENDING
                       MOVE "ALREADY PENDING, TERM" TO DET-RECORD
                   ELSE
                       MOVE "ALREADY CONFERRED, TERM" TO DET-RECORD
                   END-IF
                   MOVE GRAD-TERM-CODE TO DET-RECORD-TERM
           END-READ.
           MOVE STU-ID TO DET-ID.
           MOVE STU-LAST-NAME TO DET-LAST-NAME.
           MOVE STU-FIRST-NAME TO DET-FIRST-NAME.
           MOVE STU-MAJOR TO DET-MAJOR.
           MOVE EARNED-CREDITS TO DET-CREDITS.
           MOVE AUDIT-CUM-GPA TO DET-GPA.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0500-WRITE-PENDING.
           MOVE STU-ID TO GRAD-STUDENT-ID.
           SET GRAD-PENDING TO TRUE.
           MOVE PROCESS-TERM TO GRAD-TERM-CODE.
           MOVE STU-MAJOR TO GRAD-MAJOR.
           MOVE EARNED-CREDITS TO GRAD-CREDITS.
           MOVE AUDIT-CUM-GPA TO GRAD-CUM-GPA.
           MOVE RUN-DATE TO GRAD-DATE-QUALIFIED.
           MOVE ZEROES TO GRAD-GRADUATION-DATE.
           MOVE SPACES TO GRAD-CONFIRMED-BY.
           WRITE GRADUATE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE GRADUATION FOR " STU-ID
                       ", STATUS " GRAD-FILE-STATUS
                   MOVE "NOT RECORDED - SEE CONSOLE" TO DET-RECORD
               NOT INVALID KEY
                   ADD 1 TO PENDING-WRITTEN-COUNT
                   MOVE "PENDING CONFIRMATION" TO DET-RECORD
           END-WRITE.

       0800-FINISH-REPORT.
           MOVE AUDITED-COUNT TO TRL-AUDITED.
           MOVE QUALIFIED-COUNT TO TRL-QUALIFIED.
           MOVE PENDING-WRITTEN-COUNT TO TRL-WRITTEN.
           WRITE REPORT-LINE FROM TRAILER-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.

       0850-CHECK-PAGE-BREAK.
           IF PRINT-LINE-COUNT NOT LESS THAN LINES-PER-PAGE
               PERFORM 0860-START-NEW-PAGE
           END-IF.

       0860-START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HDG-PAGE.
           WRITE REPORT-LINE FROM PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO PRINT-LINE-COUNT.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "GRADUATION BATCH CONTROL REPORT".
           DISPLAY "GRADUATING TERM:         " PROCESS-TERM.
           DISPLAY "STUDENTS READ:           " READ-COUNT.
           DISPLAY "STUDENTS AUDITED:        " AUDITED-COUNT.
           DISPLAY "NO REQUIREMENTS ON FILE: " NO-PROGRAM-COUNT.
           DISPLAY "REQUIREMENTS MET:        " QUALIFIED-COUNT.
           DISPLAY "NEW PENDING GRADUATIONS: " PENDING-WRITTEN-COUNT.
           DISPLAY "ALREADY ON GRAD FILE:    " ALREADY-ON-FILE-COUNT.

           COPY DEGVAL.
           COPY GRDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGB0040.
