      *           the term's add/drop deadline has passed. A course
      *           must be offered for the current term (PRGC0012)
      *           before anyone can enroll in it.
      * Modified: 2026-10-15 HYM - Enroll, waitlist join and waitlist
      *           promotion now check the course's prerequisites
      *           (copybook PRQVAL) against the student's enrollment
      *           history and refuse with the unmet prerequisite
      *           named, unless the registrar has granted the student
      *           an override for the course in PRGC0012.
      * Modified: 2026-10-15 HYM - Enroll, waitlist join and waitlist
      *           promotion are refused when the section's meeting
      *           days and times (copybook CLSVAL) overlap another
      *           section the student already has this term.
      * Modified: 2026-10-15 HYM - Enroll, waitlist join and waitlist
      *           promotion are refused while the student has an
      *           active registration-blocking hold (copybook HLDVAL),
      *           with the hold type and reason shown.
      * Modified: 2026-10-15 HYM - A graduated student (status flag
      *           G, set by PRGP0038) is refused like an inactive one:
      *           enroll and waitlist promotion now test for an active
      *           student rather than for the inactive flag.
      * Modified: 2026-10-15 HYM - Waitlist promotion moved to the
      *           shared copybook WTLVAL so the registrar's late
      *           withdrawal in PRGW0041 promotes exactly the same way.
      * Modified: 2026-10-15 HYM - Waitlist entries are closed as
      *           promoted or removed instead of deleted; the join
      *           writes a waiting entry and the position and
      *           duplicate checks count waiting entries only.
      * Purpose: Enrolls a student in a course or drops one, always
      *          against the current term on the term control file.
      *          An enrollment is rejected when the student is not on
           COPY ENRLSEL.
           COPY TRMSEL.
           COPY WTLSEL.
           COPY ENRHSEL.
           COPY PRQSEL.
           COPY POVSEL.
           COPY HLDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY ENROLL.
           COPY TERMCTL.
           COPY WAITLIST.
           COPY ENRHIST.
           COPY PREREQ.
           COPY PRQOVR.
           COPY HOLD.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY ENRLSTAT.
           COPY TRMSTAT.
           COPY WTLSTAT.
           COPY ENRHSTAT.
           COPY PRQSTAT.
           COPY POVSTAT.
           COPY HLDSTAT.
           COPY GRDWS.
           COPY PRQWS.
           COPY CLSWS.
           COPY HLDWS.
           COPY WTLWS.
       01 ACTION-PROMPT PIC X(50) VALUE
           "E-ENROLL  D-DROP  W-WAITLIST POSITION  X-EXIT >>".
       01 ACTION-CODE PIC X(01).
       01 TODAY-DATE PIC 9(08).
       01 JOIN-ANSWER PIC X(01).
       01 SCAN-STUDENT-ID PIC X(07).
       01 NEXT-SEQUENCE PIC 9(05) VALUE ZEROES.
       01 WTL-ENTRY-COUNT PIC 9(05) VALUE ZEROES.
       01 WAITLIST-POSITION PIC 9(05) VALUE ZEROES.
           88 ON-WAITLIST VALUE "Y".
       01 WTL-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 WTL-SCAN-DONE VALUE "Y".
       01 STUDENT-NOT-FOUND-MSG PIC X(30) VALUE
           "STUDENT ID NOT ON FILE".
       01 STUDENT-INACTIVE-MSG PIC X(35) VALUE
           "STUDENT RECORD IS INACTIVE".
       01 STUDENT-GRADUATED-MSG PIC X(35) VALUE
           "STUDENT HAS GRADUATED".
       01 COURSE-NOT-FOUND-MSG PIC X(30) VALUE
           "COURSE CODE NOT ON FILE".
       01 NOT-OFFERED-MSG PIC X(40) VALUE
       01 NOT-ON-WAITLIST-MSG PIC X(40) VALUE
           "STUDENT IS NOT ON THAT WAITLIST".
       01 POSITION-MSG PIC X(25) VALUE "WAITLIST POSITION: ".
       01 TERM-NOT-SET-MSG PIC X(45) VALUE
           "NO TERM IS OPEN, SET TERM CONTROL IN PRGC0012".
       01 DEADLINE-PASSED-MSG PIC X(45) VALUE
           "ADD/DROP DEADLINE HAS PASSED FOR TERM ".
       01 PREREQ-WAIVED-MSG PIC X(45) VALUE
           "PREREQUISITES WAIVED BY REGISTRAR OVERRIDE".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           OPEN I-O SECTION-FILE.
           OPEN I-O ENROLL-FILE.
           OPEN I-O WAITLIST-FILE.
           OPEN INPUT ENRH-FILE.
           OPEN INPUT PREREQ-FILE.
           OPEN INPUT PRQOVR-FILE.
           OPEN INPUT HOLD-FILE.
           IF STUDENT-FILE-OK AND COURSE-FILE-OK
              AND SECTION-FILE-OK AND ENROLL-FILE-OK
              AND WAITLIST-FILE-OK AND ENRH-FILE-OK
              AND PREREQ-FILE-OK AND PRQOVR-FILE-OK
              AND HOLD-FILE-OK
               PERFORM 0200-PROCESS-ONE UNTIL ENROLL-DONE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "WAITLIST-FILE, STATUS "
                       WAITLIST-FILE-STATUS
               END-IF
               IF NOT ENRH-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "ENRH-FILE, STATUS "
                       ENRH-FILE-STATUS
               END-IF
               IF NOT PREREQ-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "PREREQ-FILE, STATUS "
                       PREREQ-FILE-STATUS
               END-IF
               IF NOT PRQOVR-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "PRQOVR-FILE, STATUS "
                       PRQOVR-FILE-STATUS
               END-IF
               IF NOT HOLD-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                       HOLD-FILE-STATUS
               END-IF
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           IF WAITLIST-FILE-OK
               CLOSE WAITLIST-FILE
           END-IF.
           IF ENRH-FILE-OK
               CLOSE ENRH-FILE
           END-IF.
           IF PREREQ-FILE-OK
               CLOSE PREREQ-FILE
           END-IF.
           IF PRQOVR-FILE-OK
               CLOSE PRQOVR-FILE
           END-IF.
           IF HOLD-FILE-OK
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0150-READ-TERM-CONTROL.
                   INVALID KEY
                       DISPLAY STUDENT-NOT-FOUND-MSG
                   NOT INVALID KEY
                       IF NOT STU-ACTIVE
                           IF STU-GRADUATED
                               DISPLAY STUDENT-GRADUATED-MSG
                           ELSE
                               DISPLAY STUDENT-INACTIVE-MSG
                           END-IF
                       ELSE
                           PERFORM 0350-CHECK-HOLDS
                       END-IF
               END-READ
               IF ENROLL-OK
               END-IF
           END-IF.

       0350-CHECK-HOLDS.
           MOVE STU-ID TO HLD-CHECK-STUDENT.
           PERFORM 5000-CHECK-HOLDS.
           IF REGISTRATION-HELD
               DISPLAY REGISTRATION-HOLD-MSG REG-HOLD-TYPE-NAME
                   " - " REG-HOLD-REASON
           ELSE
               PERFORM 0400-CHECK-COURSE
           END-IF.

       0400-CHECK-COURSE.
           DISPLAY "ENTER COURSE CODE >>".
           ACCEPT CRS-CODE.
               INVALID KEY
                   DISPLAY COURSE-NOT-FOUND-MSG
               NOT INVALID KEY
                   PERFORM 0420-CHECK-PREREQUISITES
                   IF PREREQ-MET
                       PERFORM 0450-CHECK-SECTION
                   END-IF
           END-READ.

       0420-CHECK-PREREQUISITES.
           MOVE STU-ID TO PRQ-CHECK-STUDENT.
           MOVE CRS-CODE TO PRQ-CHECK-COURSE.
           PERFORM 4900-CHECK-PREREQUISITES.
           IF PREREQ-MET
               IF PREREQ-WAIVED
                   DISPLAY PREREQ-WAIVED-MSG
               END-IF
           ELSE
               DISPLAY UNMET-PREREQ-MSG UNMET-COURSE
                   " MINIMUM GRADE " UNMET-GRADE
           END-IF.

       0450-CHECK-SECTION.
           MOVE CRS-CODE TO SEC-COURSE-CODE.
           MOVE CURRENT-TERM TO SEC-TERM-CODE.
               INVALID KEY
                   DISPLAY NOT-OFFERED-MSG
               NOT INVALID KEY
                   MOVE STU-ID TO CLS-CHECK-STUDENT
                   MOVE CURRENT-TERM TO CLS-CHECK-TERM
                   PERFORM 4700-CHECK-SCHEDULE-CLASH
                   IF CLASH-FOUND
                       DISPLAY CLASH-MSG CLASH-COURSE
                   ELSE
                       PERFORM 0460-CHECK-SEAT
                   END-IF
           END-READ.

       0460-CHECK-SEAT.
           IF SEC-ENROLLED NOT LESS THAN SEC-CAPACITY
               PERFORM 0900-OFFER-WAITLIST
           ELSE
               MOVE STU-ID TO ENR-STUDENT-ID
               MOVE CURRENT-TERM TO ENR-TERM-CODE
               MOVE CRS-CODE TO ENR-COURSE-CODE
               READ ENROLL-FILE
                   INVALID KEY
                       MOVE "Y" TO ENROLL-OK-SW
                   NOT INVALID KEY
                       DISPLAY ALREADY-ENROLLED-MSG
               END-READ
           END-IF.

       0500-WRITE-ENROLLMENT.
           MOVE STU-ID TO ENR-STUDENT-ID.
           MOVE CURRENT-TERM TO ENR-TERM-CODE.
                               SECTION-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY DROP-CONFIRM-MSG
                           MOVE CURRENT-TERM TO PROMOTE-TERM
                           MOVE TODAY-DATE TO PROMOTE-DATE
                           PERFORM 5400-PROMOTE-FROM-WAITLIST
                   END-REWRITE
           END-READ.

               MOVE NEXT-SEQUENCE TO WTL-SEQUENCE
               MOVE SCAN-STUDENT-ID TO WTL-STUDENT-ID
               MOVE TODAY-DATE TO WTL-DATE-ADDED
               SET WTL-WAITING TO TRUE
               MOVE ZEROES TO WTL-DATE-CLOSED
               WRITE WAITLIST-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO JOIN WAITLIST, STATUS "
           IF NOT WTL-SCAN-DONE
               IF WTL-COURSE-CODE = CRS-CODE
                  AND WTL-TERM-CODE = CURRENT-TERM
                   COMPUTE NEXT-SEQUENCE = WTL-SEQUENCE + 1
                   IF WTL-WAITING
                       ADD 1 TO WTL-ENTRY-COUNT
                       IF WTL-STUDENT-ID = SCAN-STUDENT-ID
                           MOVE "Y" TO ON-WAITLIST-SW
                           MOVE WTL-ENTRY-COUNT TO WAITLIST-POSITION
                       END-IF
                   END-IF
               ELSE
                   MOVE "Y" TO WTL-SCAN-DONE-SW
               DISPLAY NOT-ON-WAITLIST-MSG
           END-IF.

           COPY CLSVAL.
           COPY GRDVAL.
           COPY PRQVAL.
           COPY HLDVAL.
           COPY WTLVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
