      ******************************************************************
      * Copybook: PRQVAL
      * Purpose:  Shared prerequisite check. Sets PREREQ-MET-SW for
      *           the student in PRQ-CHECK-STUDENT taking the course
      *           in PRQ-CHECK-COURSE: every prerequisite on the
      *           prerequisite file (copybook PREREQ) must appear on
      *           the student's enrollment history with a grade
      *           worth at least the prerequisite's minimum grade on
      *           the GRDVAL scale - any one attempt of a retaken
      *           course will do, but a W or I never counts. A
      *           course still in progress on the live enrollment
      *           file does not count. The first prerequisite found
      *           unmet is left in UNMET-COURSE and UNMET-GRADE for
      *           the refusal message. A registrar
      *           override (copybook PRQOVR) for the student and
      *           course skips the check and sets PREREQ-WAIVED-SW.
      * Note:     Callers must COPY PRQWS and GRDWS/GRDVAL, and have
      *           PREREQ-FILE, PRQOVR-FILE and ENRH-FILE open.
      * Note:     Paragraphs are numbered in the 4900s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       4900-CHECK-PREREQUISITES.
           MOVE "Y" TO PREREQ-MET-SW.
           MOVE "N" TO PREREQ-WAIVED-SW.
           MOVE "N" TO PRQ-SCAN-DONE-SW.
           MOVE SPACES TO UNMET-COURSE.
           MOVE SPACES TO UNMET-GRADE.
           MOVE PRQ-CHECK-STUDENT TO POV-STUDENT-ID.
           MOVE PRQ-CHECK-COURSE TO POV-COURSE-CODE.
           READ PRQOVR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PREREQ-WAIVED-SW
                   MOVE "Y" TO PRQ-SCAN-DONE-SW
           END-READ.
           IF NOT PRQ-SCAN-DONE
               MOVE PRQ-CHECK-COURSE TO PRQ-COURSE-CODE
               MOVE LOW-VALUES TO PRQ-REQUIRED-CODE
               START PREREQ-FILE KEY IS NOT LESS THAN PRQ-KEY
                   INVALID KEY
                       MOVE "Y" TO PRQ-SCAN-DONE-SW
               END-START
           END-IF.
           PERFORM 4910-CHECK-ONE-PREREQ UNTIL PRQ-SCAN-DONE.

       4910-CHECK-ONE-PREREQ.
           READ PREREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRQ-SCAN-DONE-SW
           END-READ.
           IF NOT PRQ-SCAN-DONE
               IF PRQ-COURSE-CODE = PRQ-CHECK-COURSE
                   PERFORM 4920-SEARCH-HISTORY
                   IF NOT PRQ-PASSED
                       MOVE "N" TO PREREQ-MET-SW
                       MOVE PRQ-REQUIRED-CODE TO UNMET-COURSE
                       MOVE PRQ-MIN-GRADE TO UNMET-GRADE
                       MOVE "Y" TO PRQ-SCAN-DONE-SW
                   END-IF
               ELSE
                   MOVE "Y" TO PRQ-SCAN-DONE-SW
               END-IF
           END-IF.

       4920-SEARCH-HISTORY.
           MOVE PRQ-MIN-GRADE TO GRADE-CODE.
           PERFORM 4800-GRADE-TO-POINTS.
           MOVE GRADE-POINTS TO PRQ-MIN-POINTS.
           MOVE "N" TO PRQ-PASSED-SW.
           MOVE "N" TO PRQ-HIST-DONE-SW.
           MOVE PRQ-CHECK-STUDENT TO ENH-STUDENT-ID.
           MOVE LOW-VALUES TO ENH-TERM-CODE.
           MOVE LOW-VALUES TO ENH-COURSE-CODE.
           START ENRH-FILE KEY IS NOT LESS THAN ENH-KEY
               INVALID KEY
                   MOVE "Y" TO PRQ-HIST-DONE-SW
           END-START.
           PERFORM 4930-CHECK-ONE-HISTORY UNTIL PRQ-HIST-DONE.

       4930-CHECK-ONE-HISTORY.
           READ ENRH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRQ-HIST-DONE-SW
           END-READ.
           IF NOT PRQ-HIST-DONE
               IF ENH-STUDENT-ID = PRQ-CHECK-STUDENT
                   IF ENH-COURSE-CODE = PRQ-REQUIRED-CODE
                       MOVE ENH-GRADE TO GRADE-CODE
                       PERFORM 4800-GRADE-TO-POINTS
                       IF GRADE-VALID AND GRADE-IN-GPA
                          AND GRADE-POINTS NOT LESS THAN
                              PRQ-MIN-POINTS
                           MOVE "Y" TO PRQ-PASSED-SW
                           MOVE "Y" TO PRQ-HIST-DONE-SW
                       END-IF
                   END-IF
               ELSE
                   MOVE "Y" TO PRQ-HIST-DONE-SW
               END-IF
           END-IF.
