      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Degree program maintenance and graduation
      *          confirmation. For each major (the STU-MAJOR value)
      *          the registrar keys the program totals on the degree
      *          requirements table (copybook DEGREQ) - total credits,
      *          elective credits and the minimum cumulative GPA - and
      *          adds, changes or removes the courses the major
      *          requires, each with the minimum grade (GRDVAL scale)
      *          it must be passed with, blank for any passing grade.
      *          The degree audit PRGR0039 and the graduation batch
      *          PRGB0040 audit students against this table.
      *          Confirm graduates walks the students PRGB0040 found
      *          qualified (pending records on the graduation file,
      *          copybook GRADUATE): for each one the registrar
      *          confirms, the master status flag is set to graduated
      *          through the audited update path (before/after audit
      *          record with the signed-on operator, so PRGB0016
      *          replays it) and the graduation record is marked
      *          conferred with the graduation date and operator.
      *          Registrar-only from the menu.
      * Modified: 2026-10-15 HYM - A W or I cannot be keyed as a
      *           required course's minimum grade.
      * Modified: 2026-10-15 HYM - The major keyed for the degree
      *           requirements must be a code on the major table
      *           (copybook MAJOR); a retired code is still accepted
      *           so students left in it can be audited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGP0038.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY CRSSEL.
           COPY DRQSEL.
           COPY GRADSEL.
           COPY AUDSEL.
           COPY GPAHSEL.
           COPY MAJSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY COURSE.
           COPY DEGREQ.
           COPY GRADUATE.
           COPY AUDIT.
           COPY GPAHIST.
           COPY MAJOR.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY DRQSTAT.
           COPY GRADSTAT.
           COPY AUDSTAT.
           COPY GPAHSTAT.
           COPY MAJSTAT.
           COPY UPDWS.
           COPY GPAHWS.
           COPY GRDWS.
       01 ACTION-PROMPT PIC X(55) VALUE
           "R-DEGREE REQUIREMENTS  G-CONFIRM GRADUATES  X-EXIT >>".
       01 REQUIREMENT-PROMPT PIC X(60) VALUE
           "P-PROGRAM TOTALS  A-ADD/CHANGE  D-DELETE COURSE  X-RETURN".
       01 CONFIRM-PROMPT PIC X(55) VALUE
           "CONFIRM GRADUATION? Y-CONFIRM  N-SKIP  X-STOP >>".
       01 ACTION-CODE PIC X(01).
       01 CONFIRM-CODE PIC X(01).
       01 MAINT-DONE-SW PIC X(01) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 REQUIRED-EXISTS-SW PIC X(01) VALUE "N".
           88 REQUIRED-EXISTS VALUE "Y".
       01 CONFIRM-STOP-SW PIC X(01) VALUE "N".
           88 CONFIRM-STOP VALUE "Y".
       01 MAJOR-FOUND-SW PIC X(01) VALUE "N".
           88 MAJOR-FOUND VALUE "Y".
       01 ENTRY-MAJOR PIC X(20).
       01 ENTRY-COURSE PIC X(08).
       01 ENTRY-TOTAL-CREDITS PIC 9(03).
       01 ENTRY-ELECTIVE-CREDITS PIC 9(03).
       01 ENTRY-MIN-GPA PIC 9V99.
       01 ENTRY-GRAD-DATE PIC X(08).
       01 GRADUATION-DATE PIC 9(08).
       01 REQUIRED-COUNT PIC 9(03) VALUE ZEROES.
       01 REQUIRED-LIMIT PIC 9(03) VALUE 40.
       01 PENDING-COUNT PIC 9(05) VALUE ZEROES.
       01 CONFERRED-COUNT PIC 9(05) VALUE ZEROES.
       01 TODAY-DATE PIC 9(08).
       01 GPA-OUT PIC 9.99.
       01 NOT-FOUND-MSG PIC X(30) VALUE "COURSE CODE NOT ON FILE".
       01 STUDENT-NOT-FOUND-MSG PIC X(30) VALUE
           "STUDENT ID NOT ON FILE".
       01 BLANK-MAJOR-MSG PIC X(30) VALUE "MAJOR IS REQUIRED".
       01 MAJOR-NOT-FOUND-MSG PIC X(30) VALUE
           "MAJOR CODE NOT ON FILE".
       01 NO-PROGRAM-MSG PIC X(45) VALUE
           "NO PROGRAM TOTALS ON FILE - KEY THEM FIRST".
       01 PROGRAM-CONFIRM-MSG PIC X(30) VALUE "PROGRAM TOTALS SET".
       01 REQUIRED-CONFIRM-MSG PIC X(30) VALUE "REQUIRED COURSE SET".
       01 REQUIRED-DELETE-MSG PIC X(30) VALUE
           "REQUIRED COURSE REMOVED".
       01 REQUIRED-NOT-FOUND-MSG PIC X(35) VALUE
           "COURSE IS NOT REQUIRED BY MAJOR".
       01 REQUIRED-FULL-MSG PIC X(45) VALUE
           "MAJOR ALREADY HAS 40 REQUIRED COURSES".
       01 BAD-MIN-GRADE-MSG PIC X(50) VALUE
           "MINIMUM GRADE MUST BE A THROUGH F, NOT W OR I".
       01 REQUIRED-COUNT-MSG PIC X(25) VALUE
           "REQUIRED COURSES LISTED: ".
       01 BAD-DATE-MSG PIC X(40) VALUE
           "GRADUATION DATE MUST BE YYYYMMDD".
       01 NO-PENDING-MSG PIC X(40) VALUE
           "NO GRADUATES AWAITING CONFIRMATION".
       01 CONFERRED-MSG PIC X(30) VALUE "DEGREE CONFERRED".
       01 CONFERRED-COUNT-MSG PIC X(25) VALUE
           "GRADUATIONS CONFIRMED: ".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       LINKAGE SECTION.
           COPY SIGNON.
       PROCEDURE DIVISION USING SIGNON-AREA.
       0100-START.
           MOVE "N" TO MAINT-DONE-SW.
           MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN I-O DEGREQ-FILE.
           OPEN I-O GRAD-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN I-O GPAH-FILE.
           OPEN INPUT MAJOR-FILE.
           IF STUDENT-FILE-OK AND COURSE-FILE-OK AND DEGREQ-FILE-OK
              AND GRAD-FILE-OK AND AUDIT-FILE-OK AND GPAH-FILE-OK
              AND MAJOR-FILE-OK
               PERFORM 0200-MAINTAIN-ONE UNTIL MAINT-DONE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                       STUDENT-FILE-STATUS
               END-IF
               IF NOT COURSE-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "COURSE-FILE, STATUS "
                       COURSE-FILE-STATUS
               END-IF
               IF NOT DEGREQ-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "DEGREQ-FILE, STATUS "
                       DEGREQ-FILE-STATUS
               END-IF
               IF NOT GRAD-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "GRAD-FILE, STATUS "
                       GRAD-FILE-STATUS
               END-IF
               IF NOT AUDIT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "AUDIT-FILE, STATUS "
                       AUDIT-FILE-STATUS
               END-IF
               IF NOT GPAH-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "GPAH-FILE, STATUS "
                       GPAH-FILE-STATUS
               END-IF
               IF NOT MAJOR-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                       MAJOR-FILE-STATUS
               END-IF
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF COURSE-FILE-OK
               CLOSE COURSE-FILE
           END-IF.
           IF DEGREQ-FILE-OK
               CLOSE DEGREQ-FILE
           END-IF.
           IF GRAD-FILE-OK
               CLOSE GRAD-FILE
           END-IF.
           IF AUDIT-FILE-OK
               CLOSE AUDIT-FILE
           END-IF.
           IF GPAH-FILE-OK
               CLOSE GPAH-FILE
           END-IF.
           IF MAJOR-FILE-OK
               CLOSE MAJOR-FILE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0200-MAINTAIN-ONE.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE.
           EVALUATE ACTION-CODE
               WHEN "R"
               WHEN "r"
                   PERFORM 0300-MAINTAIN-REQUIREMENTS
               WHEN "G"
               WHEN "g"
                   PERFORM 0800-CONFIRM-GRADUATES
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO MAINT-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE.

       0300-MAINTAIN-REQUIREMENTS.
           DISPLAY "ENTER MAJOR CODE >>".
           ACCEPT ENTRY-MAJOR.
           PERFORM 0320-CHECK-MAJOR-CODE.
           IF MAJOR-FOUND
               PERFORM 0350-LIST-REQUIREMENTS
               DISPLAY REQUIREMENT-PROMPT
               ACCEPT ACTION-CODE
               EVALUATE ACTION-CODE
                   WHEN "P"
                   WHEN "p"
                       PERFORM 0500-SET-PROGRAM-TOTALS
                   WHEN "A"
                   WHEN "a"
                       PERFORM 0600-SET-REQUIRED-COURSE
                   WHEN "D"
                   WHEN "d"
                       PERFORM 0700-DELETE-REQUIRED-COURSE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0320-CHECK-MAJOR-CODE.
           MOVE "N" TO MAJOR-FOUND-SW.
           IF ENTRY-MAJOR = SPACES
               DISPLAY BLANK-MAJOR-MSG
           ELSE
               IF ENTRY-MAJOR(7:14) = SPACES
                   MOVE ENTRY-MAJOR TO MAJ-CODE
                   READ MAJOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO MAJOR-FOUND-SW
                   END-READ
               END-IF
               IF MAJOR-FOUND
                   IF MAJ-RETIRED
                       DISPLAY "MAJOR: " MAJ-NAME " (RETIRED)"
                   ELSE
                       DISPLAY "MAJOR: " MAJ-NAME
                   END-IF
               ELSE
                   DISPLAY MAJOR-NOT-FOUND-MSG
               END-IF
           END-IF.

       0350-LIST-REQUIREMENTS.
           MOVE ENTRY-MAJOR TO DRQ-MAJOR.
           MOVE SPACES TO DRQ-COURSE-CODE.
           READ DEGREQ-FILE
               INVALID KEY
                   DISPLAY NO-PROGRAM-MSG
               NOT INVALID KEY
                   MOVE DRQ-MIN-GPA TO GPA-OUT
                   DISPLAY "TOTAL CREDITS: " DRQ-TOTAL-CREDITS
                       " ELECTIVE CREDITS: " DRQ-ELECTIVE-CREDITS
                       " MINIMUM GPA: " GPA-OUT
           END-READ.
           MOVE ZEROES TO REQUIRED-COUNT.
           MOVE "N" TO AT-EOF-SW.
           MOVE ENTRY-MAJOR TO DRQ-MAJOR.
           MOVE SPACES TO DRQ-COURSE-CODE.
           START DEGREQ-FILE KEY IS GREATER THAN DRQ-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0400-LIST-ONE-REQUIRED UNTIL AT-EOF.
           DISPLAY REQUIRED-COUNT-MSG REQUIRED-COUNT.

       0400-LIST-ONE-REQUIRED.
           READ DEGREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF DRQ-MAJOR = ENTRY-MAJOR
                   IF DRQ-MIN-GRADE = SPACES
                       DISPLAY "REQUIRES: " DRQ-COURSE-CODE
                           " MINIMUM GRADE: ANY PASS"
                   ELSE
                       DISPLAY "REQUIRES: " DRQ-COURSE-CODE
                           " MINIMUM GRADE: " DRQ-MIN-GRADE
                   END-IF
                   ADD 1 TO REQUIRED-COUNT
               ELSE
                   MOVE "Y" TO AT-EOF-SW
               END-IF
           END-IF.

       0500-SET-PROGRAM-TOTALS.
           DISPLAY "ENTER TOTAL CREDITS REQUIRED >>".
           ACCEPT ENTRY-TOTAL-CREDITS.
           DISPLAY "ENTER ELECTIVE CREDITS REQUIRED >>".
           ACCEPT ENTRY-ELECTIVE-CREDITS.
           DISPLAY "ENTER MINIMUM CUMULATIVE GPA >>".
           ACCEPT ENTRY-MIN-GPA.
           MOVE ENTRY-MAJOR TO DRQ-MAJOR.
           MOVE SPACES TO DRQ-COURSE-CODE.
           MOVE ENTRY-TOTAL-CREDITS TO DRQ-TOTAL-CREDITS.
           MOVE ENTRY-ELECTIVE-CREDITS TO DRQ-ELECTIVE-CREDITS.
           MOVE ENTRY-MIN-GPA TO DRQ-MIN-GPA.
           MOVE SPACES TO DRQ-MIN-GRADE.
           MOVE TODAY-DATE TO DRQ-DATE-CHANGED.
           MOVE OPERATOR-ID TO DRQ-CHANGED-BY.
           PERFORM 0550-SAVE-REQUIREMENT.
           IF DEGREQ-FILE-OK
               DISPLAY PROGRAM-CONFIRM-MSG
           END-IF.

       0550-SAVE-REQUIREMENT.
           WRITE DEGREQ-RECORD
               INVALID KEY
                   REWRITE DEGREQ-RECORD
                       INVALID KEY
                           DISPLAY
                             "UNABLE TO SET REQUIREMENT, STATUS "
                               DEGREQ-FILE-STATUS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

       0600-SET-REQUIRED-COURSE.
           MOVE ENTRY-MAJOR TO DRQ-MAJOR.
           MOVE SPACES TO DRQ-COURSE-CODE.
           READ DEGREQ-FILE
               INVALID KEY
                   DISPLAY NO-PROGRAM-MSG
               NOT INVALID KEY
                   DISPLAY "ENTER REQUIRED COURSE CODE >>"
                   ACCEPT ENTRY-COURSE
                   MOVE ENTRY-COURSE TO CRS-CODE
                   READ COURSE-FILE
                       INVALID KEY
                           DISPLAY NOT-FOUND-MSG
                       NOT INVALID KEY
                           PERFORM 0650-WRITE-REQUIRED-COURSE
                   END-READ
           END-READ.

       0650-WRITE-REQUIRED-COURSE.
           DISPLAY "ENTER MINIMUM GRADE (BLANK=ANY PASS) >>".
           ACCEPT GRADE-CODE.
           IF GRADE-CODE = SPACES
               MOVE "Y" TO GRADE-VALID-SW
               MOVE "Y" TO GRADE-IN-GPA-SW
           ELSE
               PERFORM 4800-GRADE-TO-POINTS
           END-IF.
           IF GRADE-VALID AND GRADE-IN-GPA
               MOVE ENTRY-MAJOR TO DRQ-MAJOR
               MOVE ENTRY-COURSE TO DRQ-COURSE-CODE
               READ DEGREQ-FILE
                   INVALID KEY
                       MOVE "N" TO REQUIRED-EXISTS-SW
                   NOT INVALID KEY
                       MOVE "Y" TO REQUIRED-EXISTS-SW
               END-READ
               IF NOT REQUIRED-EXISTS
                   AND REQUIRED-COUNT NOT LESS THAN REQUIRED-LIMIT
                   DISPLAY REQUIRED-FULL-MSG
               ELSE
                   MOVE ENTRY-MAJOR TO DRQ-MAJOR
                   MOVE ENTRY-COURSE TO DRQ-COURSE-CODE
                   MOVE ZEROES TO DRQ-TOTAL-CREDITS
                   MOVE ZEROES TO DRQ-ELECTIVE-CREDITS
                   MOVE ZEROES TO DRQ-MIN-GPA
                   MOVE GRADE-CODE TO DRQ-MIN-GRADE
                   MOVE TODAY-DATE TO DRQ-DATE-CHANGED
                   MOVE OPERATOR-ID TO DRQ-CHANGED-BY
                   PERFORM 0550-SAVE-REQUIREMENT
                   IF DEGREQ-FILE-OK
                       DISPLAY REQUIRED-CONFIRM-MSG
                   END-IF
               END-IF
           ELSE
               IF GRADE-VALID
                   DISPLAY BAD-MIN-GRADE-MSG
               ELSE
                   DISPLAY BAD-GRADE-MSG
               END-IF
           END-IF.

       0700-DELETE-REQUIRED-COURSE.
           DISPLAY "ENTER REQUIRED COURSE CODE >>".
           ACCEPT ENTRY-COURSE.
           IF ENTRY-COURSE = SPACES
               DISPLAY REQUIRED-NOT-FOUND-MSG
           ELSE
               MOVE ENTRY-MAJOR TO DRQ-MAJOR
               MOVE ENTRY-COURSE TO DRQ-COURSE-CODE
               DELETE DEGREQ-FILE
                   INVALID KEY
                       DISPLAY REQUIRED-NOT-FOUND-MSG
                   NOT INVALID KEY
                       DISPLAY REQUIRED-DELETE-MSG
               END-DELETE
           END-IF.

       0800-CONFIRM-GRADUATES.
           DISPLAY "ENTER GRADUATION DATE (YYYYMMDD, BLANK=TODAY) >>".
           ACCEPT ENTRY-GRAD-DATE.
           IF ENTRY-GRAD-DATE = SPACES
               MOVE TODAY-DATE TO GRADUATION-DATE
           ELSE
               IF ENTRY-GRAD-DATE NUMERIC
                   MOVE ENTRY-GRAD-DATE TO GRADUATION-DATE
               ELSE
                   MOVE ZEROES TO GRADUATION-DATE
               END-IF
           END-IF.
           IF GRADUATION-DATE = ZEROES
               DISPLAY BAD-DATE-MSG
           ELSE
               MOVE ZEROES TO PENDING-COUNT
               MOVE ZEROES TO CONFERRED-COUNT
               MOVE "N" TO CONFIRM-STOP-SW
               MOVE "N" TO AT-EOF-SW
               MOVE LOW-VALUES TO GRAD-STUDENT-ID
               START GRAD-FILE KEY IS NOT LESS THAN GRAD-STUDENT-ID
                   INVALID KEY
                       MOVE "Y" TO AT-EOF-SW
               END-START
               PERFORM 0850-CONFIRM-ONE-GRADUATE
                   UNTIL AT-EOF OR CONFIRM-STOP
               IF PENDING-COUNT = ZEROES
                   DISPLAY NO-PENDING-MSG
               END-IF
               DISPLAY CONFERRED-COUNT-MSG CONFERRED-COUNT
           END-IF.

       0850-CONFIRM-ONE-GRADUATE.
           READ GRAD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF GRAD-PENDING
                   ADD 1 TO PENDING-COUNT
                   MOVE GRAD-STUDENT-ID TO STU-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           DISPLAY STUDENT-NOT-FOUND-MSG
                               " " GRAD-STUDENT-ID
                       NOT INVALID KEY
                           PERFORM 0900-OFFER-GRADUATE
                   END-READ
               END-IF
           END-IF.

       0900-OFFER-GRADUATE.
           MOVE GRAD-CUM-GPA TO GPA-OUT.
           DISPLAY "STUDENT: " STU-ID
               " " STU-LAST-NAME ", " STU-FIRST-NAME.
           DISPLAY "  MAJOR: " GRAD-MAJOR
               " QUALIFIED: " GRAD-TERM-CODE
               " CREDITS: " GRAD-CREDITS
               " GPA: " GPA-OUT.
           DISPLAY CONFIRM-PROMPT.
           ACCEPT CONFIRM-CODE.
           EVALUATE CONFIRM-CODE
               WHEN "Y"
               WHEN "y"
                   PERFORM 0950-CONFER-DEGREE
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO CONFIRM-STOP-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0950-CONFER-DEGREE.
           PERFORM 5300-SAVE-BEFORE-IMAGE.
           SET STU-GRADUATED TO TRUE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO SET GRADUATED STATUS, STATUS "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 5600-WRITE-AUDIT-RECORD
                   SET GRAD-CONFERRED TO TRUE
                   MOVE GRADUATION-DATE TO GRAD-GRADUATION-DATE
                   MOVE OPERATOR-ID TO GRAD-CONFIRMED-BY
                   REWRITE GRADUATE-RECORD
                       INVALID KEY
                           DISPLAY
                             "UNABLE TO RECORD GRADUATION, STATUS "
                               GRAD-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CONFERRED-COUNT
                           DISPLAY CONFERRED-MSG
                   END-REWRITE
           END-REWRITE.

           COPY UPDVAL.
           COPY GPAVAL.
           COPY GRDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGP0038.
