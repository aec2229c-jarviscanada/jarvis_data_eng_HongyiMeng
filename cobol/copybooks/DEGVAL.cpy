      ******************************************************************
      * Copybook: DEGVAL
      * Purpose:  Shared degree audit logic. 5200-AUDIT-DEGREE audits
      *           the student in DEG-CHECK-STUDENT against the
      *           requirements of the major in DEG-CHECK-MAJOR on the
      *           degree requirements table (copybook DEGREQ). Every
      *           course in the enrollment history (ENRHIST) and every
      *           graded course still on the live enrollment file
      *           (not yet rolled off by PRGB0025) counts as completed;
      *           it earns its credits when the grade is a passing one
      *           (any grade above 0.00 on the GRDVAL scale), and it
      *           satisfies a required course of the major when the
      *           grade is at or above that course's minimum grade.
      *           Passed courses that are not required courses of the
      *           major count as elective credits. A course passed
      *           more than once (a retake to raise a grade, or a
      *           history pass followed by a live re-enrollment)
      *           earns its credits only once, and an ungraded live
      *           enrollment in a course already passed adds nothing
      *           in progress. Other ungraded live enrollments are in
      *           progress. The cumulative GPA is
      *           the average of the student's GPA history records,
      *           the figure PRGR0029 prints on the transcript.
      *           Each part of the degree - total credits, elective
      *           credits, required courses and minimum GPA - ends up
      *           S (satisfied), P (in progress: not met yet, but the
      *           courses the student is sitting now would cover it)
      *           or M (missing), and so does the degree as a whole
      *           in DEGREE-STATUS (DEGREE-MET, DEGREE-PENDING or
      *           DEGREE-NOT-MET). When the major has no program
      *           record on the table PROGRAM-FOUND-SW is left "N"
      *           and nothing is audited. 5290-NAME-STATUS turns the
      *           code in DEG-STATUS-CODE into its printable name.
      * Note:     Callers must COPY DEGWS and GRDWS, COPY GRDVAL, and
      *           have DEGREQ-FILE, ENRH-FILE, ENROLL-FILE,
      *           COURSE-FILE and GPAH-FILE open. The audit reads its
      *           way through those files, so a caller must not be in
      *           the middle of a READ NEXT scan of any of them.
      * Note:     Paragraphs are numbered in the 5200s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       5200-AUDIT-DEGREE.
           MOVE ZEROES TO REQUIRED-USED.
           MOVE ZEROES TO COUNTED-USED.
           MOVE ZEROES TO EARNED-CREDITS.
           MOVE ZEROES TO ELECTIVE-EARNED.
           MOVE ZEROES TO IN-PROGRESS-CREDITS.
           MOVE ZEROES TO ELECTIVE-IN-PROGRESS.
           MOVE ZEROES TO AUDIT-CUM-GPA.
           MOVE "M" TO DEGREE-STATUS.
           PERFORM 5205-LOAD-REQUIREMENTS.
           IF PROGRAM-FOUND
               PERFORM 5220-START-HISTORY-SCAN
               PERFORM 5225-AUDIT-ONE-HISTORY UNTIL DEG-SCAN-DONE
               PERFORM 5230-START-ENROLL-SCAN
               PERFORM 5235-AUDIT-ONE-ENROLLMENT UNTIL DEG-SCAN-DONE
               PERFORM 5260-COMPUTE-CUM-GPA
               PERFORM 5280-SET-DEGREE-STATUS
           END-IF.

       5205-LOAD-REQUIREMENTS.
           MOVE "N" TO PROGRAM-FOUND-SW.
           MOVE DEG-CHECK-MAJOR TO DRQ-MAJOR.
           MOVE SPACES TO DRQ-COURSE-CODE.
           READ DEGREQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PROGRAM-FOUND-SW
                   MOVE DRQ-TOTAL-CREDITS TO PRG-TOTAL-CREDITS
                   MOVE DRQ-ELECTIVE-CREDITS TO PRG-ELECTIVE-CREDITS
                   MOVE DRQ-MIN-GPA TO PRG-MIN-GPA
           END-READ.
           IF PROGRAM-FOUND
               MOVE "N" TO DEG-SCAN-DONE-SW
               START DEGREQ-FILE KEY IS GREATER THAN DRQ-KEY
                   INVALID KEY
                       MOVE "Y" TO DEG-SCAN-DONE-SW
               END-START
               PERFORM 5210-LOAD-ONE-REQUIREMENT UNTIL DEG-SCAN-DONE
           END-IF.

       5210-LOAD-ONE-REQUIREMENT.
           READ DEGREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-READ.
           IF NOT DEG-SCAN-DONE
               IF DRQ-MAJOR = DEG-CHECK-MAJOR
                   AND REQUIRED-USED LESS THAN REQUIRED-MAX
                   ADD 1 TO REQUIRED-USED
                   MOVE DRQ-COURSE-CODE
                       TO REQ-COURSE-CODE(REQUIRED-USED)
                   MOVE DRQ-MIN-GRADE TO REQ-MIN-GRADE(REQUIRED-USED)
                   MOVE "M" TO REQ-STATUS(REQUIRED-USED)
                   MOVE SPACES TO REQ-TERM-CODE(REQUIRED-USED)
                   MOVE SPACES TO REQ-GRADE(REQUIRED-USED)
                   MOVE ZEROES TO REQ-MIN-POINTS(REQUIRED-USED)
                   IF DRQ-MIN-GRADE NOT = SPACES
                       MOVE DRQ-MIN-GRADE TO GRADE-CODE
                       PERFORM 4800-GRADE-TO-POINTS
                       MOVE GRADE-POINTS
                           TO REQ-MIN-POINTS(REQUIRED-USED)
                   END-IF
               ELSE
                   MOVE "Y" TO DEG-SCAN-DONE-SW
               END-IF
           END-IF.

       5220-START-HISTORY-SCAN.
           MOVE "N" TO DEG-SCAN-DONE-SW.
           MOVE DEG-CHECK-STUDENT TO ENH-STUDENT-ID.
           MOVE LOW-VALUES TO ENH-TERM-CODE.
           MOVE LOW-VALUES TO ENH-COURSE-CODE.
           START ENRH-FILE KEY IS NOT LESS THAN ENH-KEY
               INVALID KEY
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-START.

       5225-AUDIT-ONE-HISTORY.
           READ ENRH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-READ.
           IF NOT DEG-SCAN-DONE
               IF ENH-STUDENT-ID = DEG-CHECK-STUDENT
                   MOVE ENH-COURSE-CODE TO DEG-COURSE-CODE
                   MOVE ENH-TERM-CODE TO DEG-TERM-CODE
                   MOVE ENH-GRADE TO DEG-GRADE
                   PERFORM 5240-COUNT-COMPLETED
               ELSE
                   MOVE "Y" TO DEG-SCAN-DONE-SW
               END-IF
           END-IF.

       5230-START-ENROLL-SCAN.
           MOVE "N" TO DEG-SCAN-DONE-SW.
           MOVE DEG-CHECK-STUDENT TO ENR-STUDENT-ID.
           MOVE LOW-VALUES TO ENR-TERM-CODE.
           MOVE LOW-VALUES TO ENR-COURSE-CODE.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-START.

       5235-AUDIT-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-READ.
           IF NOT DEG-SCAN-DONE
               IF ENR-STUDENT-ID = DEG-CHECK-STUDENT
                   MOVE ENR-COURSE-CODE TO DEG-COURSE-CODE
                   MOVE ENR-TERM-CODE TO DEG-TERM-CODE
                   MOVE ENR-GRADE TO DEG-GRADE
                   IF ENR-GRADE = SPACES
                       PERFORM 5250-COUNT-IN-PROGRESS
                   ELSE
                       PERFORM 5240-COUNT-COMPLETED
                   END-IF
               ELSE
                   MOVE "Y" TO DEG-SCAN-DONE-SW
               END-IF
           END-IF.

       5240-COUNT-COMPLETED.
           MOVE DEG-GRADE TO GRADE-CODE.
           PERFORM 4800-GRADE-TO-POINTS.
           IF GRADE-VALID AND GRADE-POINTS GREATER THAN ZEROES
               PERFORM 5270-FIND-REQUIRED
               PERFORM 5276-FIND-COUNTED
               IF NOT COUNTED-FOUND
                   PERFORM 5245-GET-COURSE-CREDITS
                   ADD DEG-COURSE-CREDITS TO EARNED-CREDITS
                   IF NOT REQUIRED-FOUND
                       ADD DEG-COURSE-CREDITS TO ELECTIVE-EARNED
                   END-IF
                   IF COUNTED-USED LESS THAN COUNTED-MAX
                       ADD 1 TO COUNTED-USED
                       MOVE DEG-COURSE-CODE
                           TO COUNTED-COURSE-CODE(COUNTED-USED)
                   END-IF
               END-IF
               IF REQUIRED-FOUND
                   IF GRADE-POINTS NOT LESS THAN
                       REQ-MIN-POINTS(REQUIRED-HIT)
                       MOVE "S" TO REQ-STATUS(REQUIRED-HIT)
                       MOVE DEG-TERM-CODE
                           TO REQ-TERM-CODE(REQUIRED-HIT)
                       MOVE DEG-GRADE TO REQ-GRADE(REQUIRED-HIT)
                   END-IF
               END-IF
           END-IF.

       5245-GET-COURSE-CREDITS.
           MOVE DEG-COURSE-CODE TO CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE ZEROES TO DEG-COURSE-CREDITS
               NOT INVALID KEY
                   MOVE CRS-CREDITS TO DEG-COURSE-CREDITS
           END-READ.

       5250-COUNT-IN-PROGRESS.
           PERFORM 5270-FIND-REQUIRED.
           PERFORM 5276-FIND-COUNTED.
           IF NOT COUNTED-FOUND
               PERFORM 5245-GET-COURSE-CREDITS
               ADD DEG-COURSE-CREDITS TO IN-PROGRESS-CREDITS
               IF NOT REQUIRED-FOUND
                   ADD DEG-COURSE-CREDITS TO ELECTIVE-IN-PROGRESS
               END-IF
           END-IF.
           IF REQUIRED-FOUND
               IF REQ-STATUS(REQUIRED-HIT) = "M"
                   MOVE "P" TO REQ-STATUS(REQUIRED-HIT)
                   MOVE DEG-TERM-CODE TO REQ-TERM-CODE(REQUIRED-HIT)
               END-IF
           END-IF.

       5260-COMPUTE-CUM-GPA.
           MOVE ZEROES TO AUDIT-TERM-COUNT.
           MOVE ZEROES TO AUDIT-GPA-TOTAL.
           MOVE "N" TO DEG-SCAN-DONE-SW.
           MOVE DEG-CHECK-STUDENT TO GPH-STUDENT-ID.
           MOVE LOW-VALUES TO GPH-TERM-CODE.
           START GPAH-FILE KEY IS NOT LESS THAN GPH-KEY
               INVALID KEY
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-START.
           PERFORM 5265-ADD-ONE-GPA-TERM UNTIL DEG-SCAN-DONE.
           IF AUDIT-TERM-COUNT GREATER THAN ZEROES
               COMPUTE AUDIT-CUM-GPA ROUNDED =
                   AUDIT-GPA-TOTAL / AUDIT-TERM-COUNT
           END-IF.

       5265-ADD-ONE-GPA-TERM.
           READ GPAH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DEG-SCAN-DONE-SW
           END-READ.
           IF NOT DEG-SCAN-DONE
               IF GPH-STUDENT-ID = DEG-CHECK-STUDENT
                   ADD 1 TO AUDIT-TERM-COUNT
                   ADD GPH-GPA TO AUDIT-GPA-TOTAL
               ELSE
                   MOVE "Y" TO DEG-SCAN-DONE-SW
               END-IF
           END-IF.

       5270-FIND-REQUIRED.
           MOVE "N" TO REQUIRED-FOUND-SW.
           MOVE ZEROES TO REQUIRED-HIT.
           PERFORM 5275-CHECK-ONE-REQUIRED
               VARYING REQUIRED-SUB FROM 1 BY 1
               UNTIL REQUIRED-SUB GREATER THAN REQUIRED-USED
                  OR REQUIRED-FOUND.

       5275-CHECK-ONE-REQUIRED.
           IF REQ-COURSE-CODE(REQUIRED-SUB) = DEG-COURSE-CODE
               MOVE "Y" TO REQUIRED-FOUND-SW
               MOVE REQUIRED-SUB TO REQUIRED-HIT
           END-IF.

       5276-FIND-COUNTED.
           MOVE "N" TO COUNTED-FOUND-SW.
           PERFORM 5277-CHECK-ONE-COUNTED
               VARYING COUNTED-SUB FROM 1 BY 1
               UNTIL COUNTED-SUB GREATER THAN COUNTED-USED
                  OR COUNTED-FOUND.

       5277-CHECK-ONE-COUNTED.
           IF COUNTED-COURSE-CODE(COUNTED-SUB) = DEG-COURSE-CODE
               MOVE "Y" TO COUNTED-FOUND-SW
           END-IF.

       5280-SET-DEGREE-STATUS.
           MOVE ZEROES TO REQUIRED-SATISFIED.
           MOVE ZEROES TO REQUIRED-IN-PROGRESS.
           MOVE ZEROES TO REQUIRED-MISSING.
           PERFORM 5285-TALLY-ONE-REQUIRED
               VARYING REQUIRED-SUB FROM 1 BY 1
               UNTIL REQUIRED-SUB GREATER THAN REQUIRED-USED.
           EVALUATE TRUE
               WHEN REQUIRED-MISSING GREATER THAN ZEROES
                   MOVE "M" TO COURSES-STATUS
               WHEN REQUIRED-IN-PROGRESS GREATER THAN ZEROES
                   MOVE "P" TO COURSES-STATUS
               WHEN OTHER
                   MOVE "S" TO COURSES-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EARNED-CREDITS NOT LESS THAN PRG-TOTAL-CREDITS
                   MOVE "S" TO CREDIT-STATUS
               WHEN EARNED-CREDITS + IN-PROGRESS-CREDITS
                   NOT LESS THAN PRG-TOTAL-CREDITS
                   MOVE "P" TO CREDIT-STATUS
               WHEN OTHER
                   MOVE "M" TO CREDIT-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ELECTIVE-EARNED NOT LESS THAN PRG-ELECTIVE-CREDITS
                   MOVE "S" TO ELECTIVE-STATUS
               WHEN ELECTIVE-EARNED + ELECTIVE-IN-PROGRESS
                   NOT LESS THAN PRG-ELECTIVE-CREDITS
                   MOVE "P" TO ELECTIVE-STATUS
               WHEN OTHER
                   MOVE "M" TO ELECTIVE-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AUDIT-TERM-COUNT GREATER THAN ZEROES
                   AND AUDIT-CUM-GPA NOT LESS THAN PRG-MIN-GPA
                   MOVE "S" TO GPA-STATUS
               WHEN IN-PROGRESS-CREDITS GREATER THAN ZEROES
                   MOVE "P" TO GPA-STATUS
               WHEN OTHER
                   MOVE "M" TO GPA-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN COURSES-STATUS = "M" OR CREDIT-STATUS = "M"
                   OR ELECTIVE-STATUS = "M" OR GPA-STATUS = "M"
                   MOVE "M" TO DEGREE-STATUS
               WHEN COURSES-STATUS = "P" OR CREDIT-STATUS = "P"
                   OR ELECTIVE-STATUS = "P" OR GPA-STATUS = "P"
                   MOVE "P" TO DEGREE-STATUS
               WHEN OTHER
                   MOVE "S" TO DEGREE-STATUS
           END-EVALUATE.

       5285-TALLY-ONE-REQUIRED.
           EVALUATE REQ-STATUS(REQUIRED-SUB)
               WHEN "S"
                   ADD 1 TO REQUIRED-SATISFIED
               WHEN "P"
                   ADD 1 TO REQUIRED-IN-PROGRESS
               WHEN OTHER
                   ADD 1 TO REQUIRED-MISSING
           END-EVALUATE.

       5290-NAME-STATUS.
           EVALUATE DEG-STATUS-CODE
               WHEN "S"
                   MOVE "SATISFIED" TO DEG-STATUS-NAME
               WHEN "P"
                   MOVE "IN PROGRESS" TO DEG-STATUS-NAME
               WHEN OTHER
                   MOVE "MISSING" TO DEG-STATUS-NAME
           END-EVALUATE.
