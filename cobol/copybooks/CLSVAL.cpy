      ******************************************************************
      * Copybook: CLSVAL
      * Purpose:  Shared meeting-time clash check. The caller has the
      *           candidate section on the section record (copybook
      *           SECTION); CLASH-FOUND-SW is set when it meets on a
      *           day and at a time overlapping any other section the
      *           student in CLS-CHECK-STUDENT is enrolled in for the
      *           term in CLS-CHECK-TERM, and CLASH-COURSE names the
      *           first such course. Times overlap when each section
      *           starts before the other ends, so back-to-back
      *           sections (one ends at 1050, the next starts at 1050)
      *           do not clash. A section whose days are still spaces
      *           (time to be announced) never clashes. Withdrawn
      *           enrollments (grade W, recorded by the late
      *           withdrawal in PRGW0041) are ignored, since their
      *           seats have been released. The candidate
      *           section record is read back before returning, so
      *           the caller may REWRITE it; the enrollment record
      *           area is left on the last enrollment scanned.
      * Note:     Callers must COPY CLSWS and have SECTION-FILE and
      *           ENROLL-FILE open.
      * Note:     Paragraphs are numbered in the 4700s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       4700-CHECK-SCHEDULE-CLASH.
           MOVE "N" TO CLASH-FOUND-SW.
           MOVE SPACES TO CLASH-COURSE.
           IF SEC-MEETING-DAYS NOT = SPACES
               MOVE SEC-KEY TO CLS-SAVE-KEY
               MOVE SEC-MEETING-DAYS TO CLS-MEETING-DAYS
               MOVE SEC-START-TIME TO CLS-START-TIME
               MOVE SEC-END-TIME TO CLS-END-TIME
               MOVE "N" TO CLS-SCAN-DONE-SW
               MOVE CLS-CHECK-STUDENT TO ENR-STUDENT-ID
               MOVE CLS-CHECK-TERM TO ENR-TERM-CODE
               MOVE LOW-VALUES TO ENR-COURSE-CODE
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE "Y" TO CLS-SCAN-DONE-SW
               END-START
               PERFORM 4710-CHECK-ONE-ENROLLMENT UNTIL CLS-SCAN-DONE
               MOVE CLS-SAVE-KEY TO SEC-KEY
               READ SECTION-FILE
                   INVALID KEY
                       DISPLAY "UNABLE TO REREAD SECTION, STATUS "
                           SECTION-FILE-STATUS
               END-READ
           END-IF.

       4710-CHECK-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CLS-SCAN-DONE-SW
           END-READ.
           IF NOT CLS-SCAN-DONE
               IF ENR-STUDENT-ID = CLS-CHECK-STUDENT
                  AND ENR-TERM-CODE = CLS-CHECK-TERM
                   IF ENR-COURSE-CODE NOT = CLS-SAVE-COURSE
                      AND ENR-GRADE NOT = "W "
                       MOVE ENR-COURSE-CODE TO SEC-COURSE-CODE
                       MOVE CLS-CHECK-TERM TO SEC-TERM-CODE
                       READ SECTION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 4720-COMPARE-MEETINGS
                       END-READ
                   END-IF
               ELSE
                   MOVE "Y" TO CLS-SCAN-DONE-SW
               END-IF
           END-IF.

       4720-COMPARE-MEETINGS.
           IF SEC-MEETING-DAYS NOT = SPACES
              AND SEC-START-TIME LESS THAN CLS-END-TIME
              AND CLS-START-TIME LESS THAN SEC-END-TIME
               PERFORM 4730-COMPARE-ONE-DAY
                   VARYING CLS-DAY-SUB FROM 1 BY 1
                   UNTIL CLS-DAY-SUB GREATER THAN 7
                      OR CLASH-FOUND
           END-IF.

       4730-COMPARE-ONE-DAY.
           IF SEC-MEETING-DAY(CLS-DAY-SUB) NOT = SPACE
              AND CLS-MEETING-DAY(CLS-DAY-SUB) NOT = SPACE
               MOVE "Y" TO CLASH-FOUND-SW
               MOVE "Y" TO CLS-SCAN-DONE-SW
               MOVE ENR-COURSE-CODE TO CLASH-COURSE
           END-IF.
