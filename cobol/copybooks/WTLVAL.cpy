      ******************************************************************
      * Copybook: WTLVAL
      * Purpose:  Shared waitlist promotion. 5400-PROMOTE-FROM-WAITLIST
      *           fills the seat just freed in the section whose
      *           record is in SECTION-RECORD: it takes the first
      *           waiting entry on that course's waitlist for
      *           PROMOTE-TERM and enrolls the student under
      *           PROMOTE-DATE, taking the seat on the section record,
      *           then closes the entry as promoted. A waitlisted
      *           student who is no longer enrollable - not on the
      *           master or not active, held, short of a prerequisite
      *           (copybook PRQVAL) or with a meeting-time clash
      *           (copybook CLSVAL) - has the entry closed as removed
      *           with a console message and the next one in line is
      *           tried, until one is seated or the waitlist runs out.
      * Note:     Callers must COPY WTLWS, GRDWS, PRQWS, CLSWS and
      *           HLDWS, COPY GRDVAL, PRQVAL, CLSVAL and HLDVAL, and
      *           have STUDENT-FILE, SECTION-FILE, ENROLL-FILE,
      *           WAITLIST-FILE, ENRH-FILE, PREREQ-FILE, PRQOVR-FILE
      *           and HOLD-FILE open, SECTION-FILE, ENROLL-FILE and
      *           WAITLIST-FILE for I-O. The student record area is
      *           overwritten by the promotion.
      * Note:     Paragraphs are numbered in the 5400s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       5400-PROMOTE-FROM-WAITLIST.
           MOVE "N" TO PROMOTE-DONE-SW.
           PERFORM 5410-TRY-PROMOTE-ONE UNTIL PROMOTE-DONE.

       5410-TRY-PROMOTE-ONE.
           MOVE "N" TO PROMOTE-FOUND-SW.
           MOVE "N" TO PROMOTE-SEATED-SW.
           MOVE SEC-COURSE-CODE TO WTL-COURSE-CODE.
           MOVE PROMOTE-TERM TO WTL-TERM-CODE.
           MOVE ZEROES TO WTL-SEQUENCE.
           START WAITLIST-FILE KEY IS NOT LESS THAN WTL-KEY
               INVALID KEY
                   MOVE "Y" TO PROMOTE-DONE-SW
           END-START.
           PERFORM 5415-FIND-WAITING-ENTRY
               UNTIL PROMOTE-DONE OR PROMOTE-FOUND.
           IF PROMOTE-FOUND
               MOVE WTL-STUDENT-ID TO PROMOTE-ID
               MOVE WTL-KEY TO PROMOTE-WTL-KEY
               PERFORM 5420-ENROLL-PROMOTED
               PERFORM 5480-CLOSE-WAITLIST-ENTRY
           END-IF.

       5415-FIND-WAITING-ENTRY.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PROMOTE-DONE-SW
           END-READ.
           IF NOT PROMOTE-DONE
               IF WTL-COURSE-CODE = SEC-COURSE-CODE
                  AND WTL-TERM-CODE = PROMOTE-TERM
                   IF WTL-WAITING
                       MOVE "Y" TO PROMOTE-FOUND-SW
                   END-IF
               ELSE
                   MOVE "Y" TO PROMOTE-DONE-SW
               END-IF
           END-IF.

       5420-ENROLL-PROMOTED.
           MOVE PROMOTE-ID TO STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY PROMOTE-SKIP-MSG PROMOTE-ID
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY PROMOTE-SKIP-MSG PROMOTE-ID
                   ELSE
                       PERFORM 5430-CHECK-PROMOTED-HOLDS
                   END-IF
           END-READ.

       5430-CHECK-PROMOTED-HOLDS.
           MOVE PROMOTE-ID TO HLD-CHECK-STUDENT.
           PERFORM 5000-CHECK-HOLDS.
           IF REGISTRATION-HELD
               DISPLAY PROMOTE-SKIP-MSG PROMOTE-ID
               DISPLAY REGISTRATION-HOLD-MSG REG-HOLD-TYPE-NAME
                   " - " REG-HOLD-REASON
           ELSE
               PERFORM 5440-CHECK-PROMOTED-PREREQS
           END-IF.

       5440-CHECK-PROMOTED-PREREQS.
           MOVE PROMOTE-ID TO PRQ-CHECK-STUDENT.
           MOVE SEC-COURSE-CODE TO PRQ-CHECK-COURSE.
           PERFORM 4900-CHECK-PREREQUISITES.
           IF PREREQ-MET
               PERFORM 5450-CHECK-PROMOTED-CLASH
           ELSE
               DISPLAY PROMOTE-SKIP-MSG PROMOTE-ID
               DISPLAY UNMET-PREREQ-MSG UNMET-COURSE
                   " MINIMUM GRADE " UNMET-GRADE
           END-IF.

       5450-CHECK-PROMOTED-CLASH.
           MOVE PROMOTE-ID TO CLS-CHECK-STUDENT.
           MOVE PROMOTE-TERM TO CLS-CHECK-TERM.
           PERFORM 4700-CHECK-SCHEDULE-CLASH.
           IF CLASH-FOUND
               DISPLAY PROMOTE-SKIP-MSG PROMOTE-ID
               DISPLAY CLASH-MSG CLASH-COURSE
           ELSE
               PERFORM 5460-WRITE-PROMOTED-ENROLLMENT
           END-IF.

       5460-WRITE-PROMOTED-ENROLLMENT.
           MOVE PROMOTE-ID TO ENR-STUDENT-ID.
           MOVE PROMOTE-TERM TO ENR-TERM-CODE.
           MOVE SEC-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE PROMOTE-DATE TO ENR-DATE-ENROLLED.
           MOVE SPACES TO ENR-GRADE.
           WRITE ENROLL-RECORD
               INVALID KEY
                   DISPLAY PROMOTE-SKIP-MSG PROMOTE-ID
               NOT INVALID KEY
                   MOVE "Y" TO PROMOTE-SEATED-SW
                   PERFORM 5470-TAKE-PROMOTED-SEAT
           END-WRITE.

       5470-TAKE-PROMOTED-SEAT.
           READ SECTION-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO REREAD SECTION, STATUS "
                       SECTION-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO SEC-ENROLLED
                   REWRITE SECTION-RECORD
                       INVALID KEY
                           DISPLAY
                             "UNABLE TO UPDATE SECTION, STATUS "
                               SECTION-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY PROMOTED-MSG PROMOTE-ID
                   END-REWRITE
           END-READ.
           MOVE "Y" TO PROMOTE-DONE-SW.

       5480-CLOSE-WAITLIST-ENTRY.
           MOVE PROMOTE-WTL-KEY TO WTL-KEY.
           READ WAITLIST-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO CLOSE WAITLIST ENTRY, STATUS "
                       WAITLIST-FILE-STATUS
                   MOVE "Y" TO PROMOTE-DONE-SW
               NOT INVALID KEY
                   IF PROMOTE-SEATED
                       SET WTL-PROMOTED TO TRUE
                   ELSE
                       SET WTL-REMOVED TO TRUE
                   END-IF
                   MOVE PROMOTE-DATE TO WTL-DATE-CLOSED
                   REWRITE WAITLIST-RECORD
                       INVALID KEY
                           DISPLAY
                             "UNABLE TO CLOSE WAITLIST ENTRY, STATUS "
                               WAITLIST-FILE-STATUS
                           MOVE "Y" TO PROMOTE-DONE-SW
                   END-REWRITE
           END-READ.
