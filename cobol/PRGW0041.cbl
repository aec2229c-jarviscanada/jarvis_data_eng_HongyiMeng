      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Late withdrawal and grade change, for the registrar.
      *          Late withdrawal records a W on a student's live
      *          enrollment for the current term once the add/drop
      *          deadline has passed (before it, PRGN0013 drops the
      *          course outright): the seat is freed on the section
      *          record and the head of the course's waitlist is
      *          promoted into it the same way PRGN0013 promotes on a
      *          drop (copybook WTLVAL). The W stays on the enrollment
      *          and rolls off to the history with the term, but
      *          carries no credits into any GPA (copybook GRDVAL).
      *          Grade change applies an approved change to a grade
      *          already rolled off to the enrollment history by
      *          PRGB0025 - a grade appeal, or an I (incomplete)
      *          replaced by the final grade - then recomputes that
      *          term's GPA from the history the way PRGB0025 computes
      *          it, replaces the term's GPA history record (removing
      *          it when nothing graded for GPA is left in the term)
      *          and, when the latest term's GPA has moved, puts it on
      *          the master through the audited update path (before/
      *          after audit record with the signed-on operator), so
      *          the transcript PRGR0029 prints comes out right.
      *          Every withdrawal and change is kept on the grade
      *          change file (copybook GRDCHG) with the old and new
      *          grade, the reason, the operator and the term GPA
      *          before and after; list shows a student's changes.
      *          Registrar-only from the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGW0041.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY CRSSEL.
           COPY SECTSEL.
           COPY ENRLSEL.
           COPY TRMSEL.
           COPY WTLSEL.
           COPY ENRHSEL.
           COPY PRQSEL.
           COPY POVSEL.
           COPY HLDSEL.
           COPY GPAHSEL.
           COPY AUDSEL.
           COPY GCHSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY COURSE.
           COPY SECTION.
           COPY ENROLL.
           COPY TERMCTL.
           COPY WAITLIST.
           COPY ENRHIST.
           COPY PREREQ.
           COPY PRQOVR.
           COPY HOLD.
           COPY GPAHIST.
           COPY AUDIT.
           COPY GRDCHG.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY SECTSTAT.
           COPY ENRLSTAT.
           COPY TRMSTAT.
           COPY WTLSTAT.
           COPY ENRHSTAT.
           COPY PRQSTAT.
           COPY POVSTAT.
           COPY HLDSTAT.
           COPY GPAHSTAT.
           COPY AUDSTAT.
           COPY GCHSTAT.
           COPY UPDWS.
           COPY GPAHWS.
           COPY GRDWS.
           COPY PRQWS.
           COPY CLSWS.
           COPY HLDWS.
           COPY WTLWS.
       01 ACTION-PROMPT PIC X(55) VALUE
           "W-LATE WITHDRAWAL  G-GRADE CHANGE  L-LIST  X-EXIT >>".
       01 ACTION-CODE PIC X(01).
       01 MAINT-DONE-SW PIC X(01) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 TERM-SET-SW PIC X(01) VALUE "N".
           88 TERM-SET VALUE "Y".
       01 STUDENT-FOUND-SW PIC X(01) VALUE "N".
           88 STUDENT-FOUND VALUE "Y".
       01 SCAN-DONE-SW PIC X(01) VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01 LATEST-FOUND-SW PIC X(01) VALUE "N".
           88 LATEST-FOUND VALUE "Y".
       01 CURRENT-TERM PIC X(05).
       01 ADD-DROP-DEADLINE PIC 9(08).
       01 TODAY-DATE PIC 9(08).
       01 ENTRY-ID PIC X(07).
       01 ENTRY-TERM PIC X(05).
       01 ENTRY-COURSE PIC X(08).
       01 ENTRY-REASON PIC X(40).
       01 OLD-GRADE PIC X(02).
       01 NEW-GRADE PIC X(02).
       01 CHANGE-TYPE PIC X(01).
       01 TERM-QP PIC 9(05)V99 VALUE ZEROES.
       01 TERM-CREDITS PIC 9(03) VALUE ZEROES.
       01 TERM-GPA PIC 9V99 VALUE ZEROES.
       01 OLD-TERM-GPA PIC 9V99 VALUE ZEROES.
       01 LATEST-GPA PIC 9V99 VALUE ZEROES.
       01 NEXT-CHANGE-SEQUENCE PIC 9(03) VALUE ZEROES.
       01 LIST-COUNT PIC 9(03) VALUE ZEROES.
       01 OLD-GPA-OUT PIC 9.99.
       01 NEW-GPA-OUT PIC 9.99.
       01 CHANGE-TYPE-NAME PIC X(12).
       01 STUDENT-NOT-FOUND-MSG PIC X(30) VALUE
           "STUDENT ID NOT ON FILE".
       01 NOT-ENROLLED-MSG PIC X(45) VALUE
           "STUDENT IS NOT ENROLLED IN COURSE THIS TERM".
       01 NOT-IN-HISTORY-MSG PIC X(55) VALUE
           "COURSE NOT ON STUDENT'S ENROLLMENT HISTORY FOR TERM".
       01 NOT-OFFERED-MSG PIC X(40) VALUE
           "COURSE IS NOT OFFERED THIS TERM".
       01 TERM-NOT-SET-MSG PIC X(45) VALUE
           "NO TERM IS OPEN, SET TERM CONTROL IN PRGC0012".
       01 DEADLINE-OPEN-MSG PIC X(50) VALUE
           "ADD/DROP IS STILL OPEN, DROP THROUGH PRGN0013".
       01 ALREADY-WITHDRAWN-MSG PIC X(40) VALUE
           "STUDENT HAS ALREADY WITHDRAWN (W)".
       01 ALREADY-GRADED-MSG PIC X(40) VALUE
           "COURSE IS ALREADY GRADED: ".
       01 BAD-TERM-MSG PIC X(50) VALUE
           "TERM MUST BE YYYY PLUS 1-WINTER 2-SUMMER 3-FALL".
       01 SAME-GRADE-MSG PIC X(40) VALUE
           "NEW GRADE IS THE GRADE ON FILE".
       01 BLANK-REASON-MSG PIC X(30) VALUE
           "A REASON IS REQUIRED".
       01 WITHDRAW-CONFIRM-MSG PIC X(40) VALUE
           "LATE WITHDRAWAL RECORDED, SEAT RELEASED".
       01 CHANGE-CONFIRM-MSG PIC X(30) VALUE "GRADE CHANGED".
       01 NO-TERM-GPA-MSG PIC X(50) VALUE
           "NO GPA GRADES LEFT IN TERM, GPA HISTORY REMOVED".
       01 MASTER-GPA-MSG PIC X(30) VALUE "MASTER GPA NOW ".
       01 NO-CHANGES-MSG PIC X(30) VALUE "NO GRADE CHANGES ON FILE".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       LINKAGE SECTION.
           COPY SIGNON.
       PROCEDURE DIVISION USING SIGNON-AREA.
       0100-START.
           MOVE "N" TO MAINT-DONE-SW.
           MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-READ-TERM-CONTROL.
           OPEN I-O STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN I-O SECTION-FILE.
           OPEN I-O ENROLL-FILE.
           OPEN I-O WAITLIST-FILE.
           OPEN I-O ENRH-FILE.
           OPEN INPUT PREREQ-FILE.
           OPEN INPUT PRQOVR-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN I-O GPAH-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN I-O GRDCHG-FILE.
           IF STUDENT-FILE-OK AND COURSE-FILE-OK
              AND SECTION-FILE-OK AND ENROLL-FILE-OK
              AND WAITLIST-FILE-OK AND ENRH-FILE-OK
              AND PREREQ-FILE-OK AND PRQOVR-FILE-OK
              AND HOLD-FILE-OK AND GPAH-FILE-OK
              AND AUDIT-FILE-OK AND GRDCHG-FILE-OK
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
               IF NOT SECTION-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "SECTION-FILE, STATUS "
                       SECTION-FILE-STATUS
               END-IF
               IF NOT ENROLL-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "ENROLL-FILE, STATUS "
                       ENROLL-FILE-STATUS
               END-IF
               IF NOT WAITLIST-FILE-OK
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
               IF NOT GPAH-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "GPAH-FILE, STATUS "
                       GPAH-FILE-STATUS
               END-IF
               IF NOT AUDIT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "AUDIT-FILE, STATUS "
                       AUDIT-FILE-STATUS
               END-IF
               IF NOT GRDCHG-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "GRDCHG-FILE, STATUS "
                       GRDCHG-FILE-STATUS
               END-IF
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF COURSE-FILE-OK
               CLOSE COURSE-FILE
           END-IF.
           IF SECTION-FILE-OK
               CLOSE SECTION-FILE
           END-IF.
           IF ENROLL-FILE-OK
               CLOSE ENROLL-FILE
           END-IF.
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
           IF GPAH-FILE-OK
               CLOSE GPAH-FILE
           END-IF.
           IF AUDIT-FILE-OK
               CLOSE AUDIT-FILE
           END-IF.
           IF GRDCHG-FILE-OK
               CLOSE GRDCHG-FILE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0150-READ-TERM-CONTROL.
           MOVE "N" TO TERM-SET-SW.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-OK
               READ TERM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRM-CURRENT-TERM NOT = SPACES
                           MOVE TRM-CURRENT-TERM TO CURRENT-TERM
                           MOVE TRM-ADD-DROP-DEADLINE
                               TO ADD-DROP-DEADLINE
                           MOVE "Y" TO TERM-SET-SW
                       END-IF
               END-READ
               CLOSE TERM-FILE
           END-IF.

       0200-MAINTAIN-ONE.
           IF TERM-SET
               DISPLAY "CURRENT TERM: " CURRENT-TERM
                   "  ADD/DROP DEADLINE: " ADD-DROP-DEADLINE
           END-IF.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE.
           EVALUATE ACTION-CODE
               WHEN "W"
               WHEN "w"
                   PERFORM 0300-LATE-WITHDRAWAL
               WHEN "G"
               WHEN "g"
                   PERFORM 0500-GRADE-CHANGE
               WHEN "L"
               WHEN "l"
                   PERFORM 0800-LIST-CHANGES
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO MAINT-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE.

       0250-CHECK-STUDENT.
           MOVE "N" TO STUDENT-FOUND-SW.
           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT ENTRY-ID.
           MOVE ENTRY-ID TO STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY STUDENT-NOT-FOUND-MSG
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-FOUND-SW
                   DISPLAY "STUDENT: " STU-ID
                       " " STU-LAST-NAME ", " STU-FIRST-NAME
           END-READ.

       0270-ACCEPT-REASON.
           DISPLAY "ENTER REASON >>".
           ACCEPT ENTRY-REASON.
           IF ENTRY-REASON = SPACES
               DISPLAY BLANK-REASON-MSG
           END-IF.

       0300-LATE-WITHDRAWAL.
           IF NOT TERM-SET
               DISPLAY TERM-NOT-SET-MSG
           ELSE
               IF TODAY-DATE NOT GREATER THAN ADD-DROP-DEADLINE
                   DISPLAY DEADLINE-OPEN-MSG
               ELSE
                   PERFORM 0250-CHECK-STUDENT
                   IF STUDENT-FOUND
                       PERFORM 0320-FIND-ENROLLMENT
                   END-IF
               END-IF
           END-IF.

       0320-FIND-ENROLLMENT.
           DISPLAY "ENTER COURSE CODE >>".
           ACCEPT ENTRY-COURSE.
           MOVE ENTRY-ID TO ENR-STUDENT-ID.
           MOVE CURRENT-TERM TO ENR-TERM-CODE.
           MOVE ENTRY-COURSE TO ENR-COURSE-CODE.
           READ ENROLL-FILE
               INVALID KEY
                   DISPLAY NOT-ENROLLED-MSG
               NOT INVALID KEY
                   IF ENR-GRADE = "W "
                       DISPLAY ALREADY-WITHDRAWN-MSG
                   ELSE
                       IF ENR-GRADE NOT = SPACES
                           DISPLAY ALREADY-GRADED-MSG ENR-GRADE
                       ELSE
                           PERFORM 0270-ACCEPT-REASON
                           IF ENTRY-REASON NOT = SPACES
                               PERFORM 0340-RECORD-WITHDRAWAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0340-RECORD-WITHDRAWAL.
           MOVE ENR-GRADE TO OLD-GRADE.
           MOVE "W " TO ENR-GRADE.
           REWRITE ENROLL-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD WITHDRAWAL, STATUS "
                       ENROLL-FILE-STATUS
               NOT INVALID KEY
                   MOVE CURRENT-TERM TO ENTRY-TERM
                   MOVE "W" TO CHANGE-TYPE
                   MOVE "W " TO NEW-GRADE
                   MOVE ZEROES TO OLD-TERM-GPA
                   MOVE ZEROES TO TERM-GPA
                   PERFORM 0700-WRITE-CHANGE-RECORD
                   PERFORM 0360-RELEASE-SEAT
           END-REWRITE.

       0360-RELEASE-SEAT.
           MOVE ENTRY-COURSE TO SEC-COURSE-CODE.
           MOVE CURRENT-TERM TO SEC-TERM-CODE.
           READ SECTION-FILE
               INVALID KEY
                   DISPLAY NOT-OFFERED-MSG
               NOT INVALID KEY
                   IF SEC-ENROLLED GREATER THAN ZEROES
                       SUBTRACT 1 FROM SEC-ENROLLED
                   END-IF
                   REWRITE SECTION-RECORD
                       INVALID KEY
                           DISPLAY
                             "UNABLE TO UPDATE SECTION, STATUS "
                               SECTION-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY WITHDRAW-CONFIRM-MSG
                           MOVE CURRENT-TERM TO PROMOTE-TERM
                           MOVE TODAY-DATE TO PROMOTE-DATE
                           PERFORM 5400-PROMOTE-FROM-WAITLIST
                   END-REWRITE
           END-READ.

       0500-GRADE-CHANGE.
           PERFORM 0250-CHECK-STUDENT.
           IF STUDENT-FOUND
               PERFORM 0520-ACCEPT-TERM
               IF ENTRY-TERM NOT = SPACES
                   PERFORM 0540-FIND-HISTORY
               END-IF
           END-IF.

       0520-ACCEPT-TERM.
           DISPLAY "ENTER TERM (YYYYS) >>".
           ACCEPT ENTRY-TERM.
           IF ENTRY-TERM(1:4) NOT NUMERIC
              OR (ENTRY-TERM(5:1) NOT = "1"
                  AND ENTRY-TERM(5:1) NOT = "2"
                  AND ENTRY-TERM(5:1) NOT = "3")
               DISPLAY BAD-TERM-MSG
               MOVE SPACES TO ENTRY-TERM
           END-IF.

       0540-FIND-HISTORY.
           DISPLAY "ENTER COURSE CODE >>".
           ACCEPT ENTRY-COURSE.
           MOVE ENTRY-ID TO ENH-STUDENT-ID.
           MOVE ENTRY-TERM TO ENH-TERM-CODE.
           MOVE ENTRY-COURSE TO ENH-COURSE-CODE.
           READ ENRH-FILE
               INVALID KEY
                   DISPLAY NOT-IN-HISTORY-MSG
               NOT INVALID KEY
                   DISPLAY "GRADE ON FILE: " ENH-GRADE
                   PERFORM 0560-ACCEPT-NEW-GRADE
           END-READ.

       0560-ACCEPT-NEW-GRADE.
           MOVE ENH-GRADE TO OLD-GRADE.
           DISPLAY "ENTER NEW GRADE >>".
           ACCEPT GRADE-CODE.
           PERFORM 4800-GRADE-TO-POINTS.
           IF NOT GRADE-VALID
               DISPLAY BAD-GRADE-MSG
           ELSE
               IF GRADE-CODE = OLD-GRADE
                   DISPLAY SAME-GRADE-MSG
               ELSE
                   MOVE GRADE-CODE TO NEW-GRADE
                   PERFORM 0270-ACCEPT-REASON
                   IF ENTRY-REASON NOT = SPACES
                       PERFORM 0580-APPLY-GRADE-CHANGE
                   END-IF
               END-IF
           END-IF.

       0580-APPLY-GRADE-CHANGE.
           MOVE ZEROES TO OLD-TERM-GPA.
           MOVE ENTRY-ID TO GPH-STUDENT-ID.
           MOVE ENTRY-TERM TO GPH-TERM-CODE.
           READ GPAH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GPH-GPA TO OLD-TERM-GPA
           END-READ.
           MOVE NEW-GRADE TO ENH-GRADE.
           REWRITE ENRH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CHANGE GRADE, STATUS "
                       ENRH-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY CHANGE-CONFIRM-MSG
                   PERFORM 0600-COMPUTE-TERM-GPA
                   PERFORM 0650-REPLACE-TERM-HISTORY
                   PERFORM 0680-UPDATE-MASTER-GPA
                   MOVE "G" TO CHANGE-TYPE
                   PERFORM 0700-WRITE-CHANGE-RECORD
           END-REWRITE.

       0600-COMPUTE-TERM-GPA.
           MOVE ZEROES TO TERM-QP.
           MOVE ZEROES TO TERM-CREDITS.
           MOVE ZEROES TO TERM-GPA.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE ENTRY-ID TO ENH-STUDENT-ID.
           MOVE ENTRY-TERM TO ENH-TERM-CODE.
           MOVE LOW-VALUES TO ENH-COURSE-CODE.
           START ENRH-FILE KEY IS NOT LESS THAN ENH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0610-PRICE-ONE-HISTORY UNTIL SCAN-DONE.
           IF TERM-CREDITS GREATER THAN ZEROES
               COMPUTE TERM-GPA ROUNDED = TERM-QP / TERM-CREDITS
           END-IF.

       0610-PRICE-ONE-HISTORY.
           READ ENRH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF ENH-STUDENT-ID = ENTRY-ID
                  AND ENH-TERM-CODE = ENTRY-TERM
                   MOVE ENH-GRADE TO GRADE-CODE
                   PERFORM 4800-GRADE-TO-POINTS
                   IF GRADE-VALID AND GRADE-IN-GPA
                       PERFORM 0620-ADD-COURSE-CREDITS
                   END-IF
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

       0620-ADD-COURSE-CREDITS.
           MOVE ENH-COURSE-CODE TO CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE TERM-QP =
                       TERM-QP + GRADE-POINTS * CRS-CREDITS
                   ADD CRS-CREDITS TO TERM-CREDITS
           END-READ.

       0650-REPLACE-TERM-HISTORY.
           MOVE ENTRY-ID TO GPH-STUDENT-ID.
           MOVE ENTRY-TERM TO GPH-TERM-CODE.
           IF TERM-CREDITS GREATER THAN ZEROES
               MOVE TERM-GPA TO GPH-GPA
               MOVE TODAY-DATE TO GPH-DATE-RECORDED
               WRITE GPAH-RECORD
                   INVALID KEY
                       REWRITE GPAH-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO RECORD GPA HISTORY, "
                                   "STATUS " GPAH-FILE-STATUS
                       END-REWRITE
               END-WRITE
               MOVE OLD-TERM-GPA TO OLD-GPA-OUT
               MOVE TERM-GPA TO NEW-GPA-OUT
               DISPLAY "TERM " ENTRY-TERM " GPA WAS " OLD-GPA-OUT
                   " NOW " NEW-GPA-OUT
           ELSE
               DELETE GPAH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY NO-TERM-GPA-MSG
               END-DELETE
           END-IF.

       0680-UPDATE-MASTER-GPA.
           MOVE "N" TO LATEST-FOUND-SW.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE ENTRY-ID TO GPH-STUDENT-ID.
           MOVE LOW-VALUES TO GPH-TERM-CODE.
           START GPAH-FILE KEY IS NOT LESS THAN GPH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0690-FIND-LATEST-TERM UNTIL SCAN-DONE.
           MOVE ENTRY-ID TO STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY STUDENT-NOT-FOUND-MSG
               NOT INVALID KEY
                   IF LATEST-FOUND AND STU-GPA NOT = LATEST-GPA
                       PERFORM 5300-SAVE-BEFORE-IMAGE
                       MOVE LATEST-GPA TO STU-GPA
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY
                                 "UNABLE TO UPDATE STUDENT, STATUS "
                                   STUDENT-FILE-STATUS
                           NOT INVALID KEY
                               PERFORM 5600-WRITE-AUDIT-RECORD
                               MOVE LATEST-GPA TO NEW-GPA-OUT
                               DISPLAY MASTER-GPA-MSG NEW-GPA-OUT
                       END-REWRITE
                   END-IF
           END-READ.

       0690-FIND-LATEST-TERM.
           READ GPAH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF GPH-STUDENT-ID = ENTRY-ID
                   MOVE "Y" TO LATEST-FOUND-SW
                   MOVE GPH-GPA TO LATEST-GPA
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

       0700-WRITE-CHANGE-RECORD.
           MOVE 1 TO NEXT-CHANGE-SEQUENCE.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE ENTRY-ID TO GCH-STUDENT-ID.
           MOVE ENTRY-TERM TO GCH-TERM-CODE.
           MOVE ENTRY-COURSE TO GCH-COURSE-CODE.
           MOVE ZEROES TO GCH-SEQUENCE.
           START GRDCHG-FILE KEY IS NOT LESS THAN GCH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0710-SKIP-ONE-CHANGE UNTIL SCAN-DONE.
           MOVE ENTRY-ID TO GCH-STUDENT-ID.
           MOVE ENTRY-TERM TO GCH-TERM-CODE.
           MOVE ENTRY-COURSE TO GCH-COURSE-CODE.
           MOVE NEXT-CHANGE-SEQUENCE TO GCH-SEQUENCE.
           MOVE CHANGE-TYPE TO GCH-CHANGE-TYPE.
           MOVE OLD-GRADE TO GCH-OLD-GRADE.
           MOVE NEW-GRADE TO GCH-NEW-GRADE.
           MOVE ENTRY-REASON TO GCH-REASON.
           MOVE OLD-TERM-GPA TO GCH-OLD-TERM-GPA.
           MOVE TERM-GPA TO GCH-NEW-TERM-GPA.
           MOVE TODAY-DATE TO GCH-DATE-CHANGED.
           MOVE OPERATOR-ID TO GCH-CHANGED-BY.
           WRITE GRDCHG-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD GRADE CHANGE, STATUS "
                       GRDCHG-FILE-STATUS
           END-WRITE.

       0710-SKIP-ONE-CHANGE.
           READ GRDCHG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF GCH-STUDENT-ID = ENTRY-ID
                  AND GCH-TERM-CODE = ENTRY-TERM
                  AND GCH-COURSE-CODE = ENTRY-COURSE
                   COMPUTE NEXT-CHANGE-SEQUENCE = GCH-SEQUENCE + 1
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

       0800-LIST-CHANGES.
           PERFORM 0250-CHECK-STUDENT.
           IF STUDENT-FOUND
               MOVE ZEROES TO LIST-COUNT
               MOVE "N" TO SCAN-DONE-SW
               MOVE ENTRY-ID TO GCH-STUDENT-ID
               MOVE LOW-VALUES TO GCH-TERM-CODE
               MOVE LOW-VALUES TO GCH-COURSE-CODE
               MOVE ZEROES TO GCH-SEQUENCE
               START GRDCHG-FILE KEY IS NOT LESS THAN GCH-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-DONE-SW
               END-START
               PERFORM 0850-LIST-ONE-CHANGE UNTIL SCAN-DONE
               IF LIST-COUNT = ZEROES
                   DISPLAY NO-CHANGES-MSG
               END-IF
           END-IF.

       0850-LIST-ONE-CHANGE.
           READ GRDCHG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF GCH-STUDENT-ID = ENTRY-ID
                   ADD 1 TO LIST-COUNT
                   IF GCH-WITHDRAWAL
                       MOVE "WITHDRAWAL" TO CHANGE-TYPE-NAME
                   ELSE
                       MOVE "GRADE CHANGE" TO CHANGE-TYPE-NAME
                   END-IF
                   DISPLAY "TERM: " GCH-TERM-CODE
                       " COURSE: " GCH-COURSE-CODE
                       " " CHANGE-TYPE-NAME
                       " " GCH-OLD-GRADE " TO " GCH-NEW-GRADE
                       " ON " GCH-DATE-CHANGED
                       " BY: " GCH-CHANGED-BY
                   IF GCH-GRADE-CHANGE
                       MOVE GCH-OLD-TERM-GPA TO OLD-GPA-OUT
                       MOVE GCH-NEW-TERM-GPA TO NEW-GPA-OUT
                       DISPLAY "  TERM GPA " OLD-GPA-OUT
                           " TO " NEW-GPA-OUT " - " GCH-REASON
                   ELSE
                       DISPLAY "  " GCH-REASON
                   END-IF
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

           COPY UPDVAL.
           COPY GPAVAL.
           COPY CLSVAL.
           COPY GRDVAL.
           COPY PRQVAL.
           COPY HLDVAL.
           COPY WTLVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGW0041.
