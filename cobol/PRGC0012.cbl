      *           the term control screen that opens the current
      *           registration term and keys its add/drop deadline
      *           for PRGN0013 to enforce.
      * Modified: 2026-10-15 HYM - Added prerequisite maintenance:
      *           for each course the registrar keys the courses it
      *           requires and the minimum grade (GRDVAL scale) each
      *           must have been passed with, which PRGN0013 now
      *           enforces. Added the prerequisite override, which
      *           waives the check for one student in one course and
      *           is stamped with the granting operator, date and
      *           reason, so PRGC0012 is now CALLed with SIGNON-AREA.
      * Modified: 2026-10-15 HYM - Offering a section now also keys
      *           its meeting days, start and end times, room and
      *           instructor (copybook SECTION), and warns when the
      *           room or the instructor is already booked at an
      *           overlapping time that term. The warning does not
      *           stop the offer - the registrar may be about to move
      *           the other section. The section list shows the
      *           schedule.
      * Modified: 2026-10-15 HYM - A W or I cannot be keyed as a
      *           prerequisite's minimum grade: neither ever passes.
      * Purpose: Maintains the course catalog file and the per-term
      *          course sections: add a course, update its title and
      *          credits, list the catalog, offer a course for a term
           COPY SECTSEL.
           COPY TRMSEL.
           COPY RTESEL.
           COPY STUDSEL.
           COPY PRQSEL.
           COPY POVSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY COURSE.
           COPY SECTION.
           COPY TERMCTL.
           COPY RATETAB.
           COPY STUDENT.
           COPY PREREQ.
           COPY PRQOVR.
       WORKING-STORAGE SECTION.
           COPY CRSSTAT.
           COPY SECTSTAT.
           COPY TRMSTAT.
           COPY RTESTAT.
           COPY STUDSTAT.
           COPY PRQSTAT.
           COPY POVSTAT.
           COPY GRDWS.
       01 ACTION-PROMPT-1 PIC X(50) VALUE
           "A-ADD  U-UPDATE  L-LIST CATALOG  O-OFFER SECTION".
       01 ACTION-PROMPT-2 PIC X(60) VALUE
           "S-LIST SECTIONS  T-TERM CONTROL  R-TERM RATE".
       01 ACTION-PROMPT-3 PIC X(60) VALUE
           "P-PREREQUISITES  V-PREREQUISITE OVERRIDE  X-EXIT >>".
       01 PREREQ-PROMPT PIC X(50) VALUE
           "A-ADD/CHANGE  D-DELETE PREREQUISITE  X-RETURN >>".
       01 ACTION-CODE PIC X(01).
       01 MAINT-DONE-SW PIC X(01) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 UPDATE-CONFIRM-MSG PIC X(30) VALUE "COURSE UPDATED".
       01 OFFER-CONFIRM-MSG PIC X(30) VALUE "SECTION OFFERED".
       01 REOFFER-CONFIRM-MSG PIC X(35) VALUE
           "SECTION CAPACITY/SCHEDULE UPDATED".
       01 TERM-CONFIRM-MSG PIC X(30) VALUE "TERM CONTROL SET".
       01 RATE-CONFIRM-MSG PIC X(30) VALUE "TERM RATE SET".
       01 NO-TERM-MSG PIC X(30) VALUE "NO TERM IS OPEN".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 TERM-FAIL-MSG PIC X(35) VALUE
           "UNABLE TO WRITE TERM CONTROL, ".
       01 PREREQ-COURSE PIC X(08).
       01 REQUIRED-CODE PIC X(08).
       01 PREREQ-COUNT PIC 9(05) VALUE ZEROES.
       01 PREREQ-CONFIRM-MSG PIC X(30) VALUE "PREREQUISITE SET".
       01 PREREQ-DELETE-MSG PIC X(30) VALUE "PREREQUISITE REMOVED".
       01 PREREQ-NOT-FOUND-MSG PIC X(30) VALUE
           "PREREQUISITE NOT ON FILE".
       01 SELF-PREREQ-MSG PIC X(35) VALUE
           "A COURSE CANNOT REQUIRE ITSELF".
       01 BAD-MIN-GRADE-MSG PIC X(50) VALUE
           "MINIMUM GRADE MUST BE A THROUGH F, NOT W OR I".
       01 PREREQ-COUNT-MSG PIC X(25) VALUE "PREREQUISITES LISTED: ".
       01 STUDENT-NOT-FOUND-MSG PIC X(30) VALUE
           "STUDENT ID NOT ON FILE".
       01 OVERRIDE-CONFIRM-MSG PIC X(35) VALUE
           "PREREQUISITE OVERRIDE GRANTED".
       01 OVERRIDE-EXISTS-MSG PIC X(35) VALUE
           "OVERRIDE ALREADY GRANTED BY ".
       01 BLANK-REASON-MSG PIC X(35) VALUE
           "AN OVERRIDE REASON IS REQUIRED".
       01 OPERATOR-ID PIC X(08).
       01 TODAY-DATE PIC 9(08).
       01 SECTION-FOUND-SW PIC X(01) VALUE "N".
           88 SECTION-FOUND VALUE "Y".
       01 SCHEDULE-OK-SW PIC X(01) VALUE "Y".
           88 SCHEDULE-OK VALUE "Y".
       01 DAYS-OVERLAP-SW PIC X(01) VALUE "N".
           88 DAYS-OVERLAP VALUE "Y".
       01 ENTRY-CAPACITY PIC 9(03).
       01 ENTRY-DAYS-IN PIC X(07).
       01 ENTRY-DAYS-KEYED REDEFINES ENTRY-DAYS-IN.
           05 ENTRY-DAY-KEYED PIC X(01) OCCURS 7 TIMES.
       01 ENTRY-MEETING-DAYS.
           05 ENTRY-MEETING-DAY PIC X(01) OCCURS 7 TIMES.
       01 ENTRY-START-TIME PIC 9(04).
       01 ENTRY-START-PARTS REDEFINES ENTRY-START-TIME.
           05 ENTRY-START-HH PIC 9(02).
           05 ENTRY-START-MM PIC 9(02).
       01 ENTRY-END-TIME PIC 9(04).
       01 ENTRY-END-PARTS REDEFINES ENTRY-END-TIME.
           05 ENTRY-END-HH PIC 9(02).
           05 ENTRY-END-MM PIC 9(02).
       01 ENTRY-ROOM PIC X(08).
       01 ENTRY-INSTRUCTOR PIC X(20).
       01 DAY-SUB PIC 9(02) VALUE ZEROES.
       01 BAD-DAYS-MSG PIC X(50) VALUE
           "MEETING DAYS MUST BE FROM M T W R F S U".
       01 BAD-TIME-MSG PIC X(50) VALUE
           "TIMES MUST BE HHMM 0000-2359, END AFTER START".
       01 SCHEDULE-NOT-SAVED-MSG PIC X(40) VALUE
           "SECTION NOT SAVED, RE-OFFER TO RETRY".
       01 ROOM-BOOKED-MSG PIC X(35) VALUE
           "WARNING - ROOM ALSO BOOKED FOR ".
       01 INSTRUCTOR-BOOKED-MSG PIC X(40) VALUE
           "WARNING - INSTRUCTOR ALSO TEACHING ".
       LINKAGE SECTION.
           COPY SIGNON.
       PROCEDURE DIVISION USING SIGNON-AREA.
       0100-START.
           MOVE "N" TO MAINT-DONE-SW.
           MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O COURSE-FILE.
           OPEN I-O SECTION-FILE.
           OPEN I-O RATE-FILE.
           OPEN INPUT STUDENT-FILE.
           OPEN I-O PREREQ-FILE.
           OPEN I-O PRQOVR-FILE.
           IF COURSE-FILE-OK AND SECTION-FILE-OK AND RATE-FILE-OK
              AND STUDENT-FILE-OK AND PREREQ-FILE-OK
              AND PRQOVR-FILE-OK
               PERFORM 0200-MAINTAIN-ONE UNTIL MAINT-DONE
           ELSE
               IF NOT COURSE-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "RATE-FILE, STATUS "
                       RATE-FILE-STATUS
               END-IF
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                       STUDENT-FILE-STATUS
               END-IF
               IF NOT PREREQ-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "PREREQ-FILE, STATUS "
                       PREREQ-FILE-STATUS
               END-IF
               IF NOT PRQOVR-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "PRQOVR-FILE, STATUS "
                       PRQOVR-FILE-STATUS
               END-IF
           END-IF.
           IF COURSE-FILE-OK
               CLOSE COURSE-FILE
           IF RATE-FILE-OK
               CLOSE RATE-FILE
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF PREREQ-FILE-OK
               CLOSE PREREQ-FILE
           END-IF.
           IF PRQOVR-FILE-OK
               CLOSE PRQOVR-FILE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0200-MAINTAIN-ONE.
           DISPLAY ACTION-PROMPT-1.
           DISPLAY ACTION-PROMPT-2.
           DISPLAY ACTION-PROMPT-3.
           ACCEPT ACTION-CODE.
           EVALUATE ACTION-CODE
               WHEN "A"
               WHEN "R"
               WHEN "r"
                   PERFORM 1000-SET-TERM-RATE
               WHEN "P"
               WHEN "p"
                   PERFORM 1100-MAINTAIN-PREREQS
               WHEN "V"
               WHEN "v"
                   PERFORM 1400-GRANT-OVERRIDE
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO MAINT-DONE-SW
           END-IF.

       0750-WRITE-SECTION.
           MOVE "N" TO SECTION-FOUND-SW.
           MOVE CRS-CODE TO SEC-COURSE-CODE.
           MOVE ENTRY-TERM TO SEC-TERM-CODE.
           READ SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SECTION-FOUND-SW
                   PERFORM 0860-DISPLAY-SECTION
           END-READ.
           DISPLAY "ENTER CAPACITY >>".
           ACCEPT ENTRY-CAPACITY.
           PERFORM 0760-ACCEPT-SCHEDULE.
           IF SCHEDULE-OK
               PERFORM 0780-CHECK-DOUBLE-BOOKING
               PERFORM 0790-SAVE-SECTION
           ELSE
               DISPLAY SCHEDULE-NOT-SAVED-MSG
           END-IF.

       0760-ACCEPT-SCHEDULE.
           MOVE "Y" TO SCHEDULE-OK-SW.
           MOVE SPACES TO ENTRY-MEETING-DAYS.
           MOVE ZEROES TO ENTRY-START-TIME.
           MOVE ZEROES TO ENTRY-END-TIME.
           DISPLAY "ENTER MEETING DAYS, E.G. MWF OR TR (BLANK=TBA) >>".
           ACCEPT ENTRY-DAYS-IN.
           PERFORM 0770-PLACE-ONE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB GREATER THAN 7.
           IF NOT SCHEDULE-OK
               DISPLAY BAD-DAYS-MSG
           END-IF.
           IF SCHEDULE-OK AND ENTRY-MEETING-DAYS NOT = SPACES
               DISPLAY "ENTER START TIME (HHMM) >>"
               ACCEPT ENTRY-START-TIME
               DISPLAY "ENTER END TIME (HHMM) >>"
               ACCEPT ENTRY-END-TIME
               IF ENTRY-START-HH GREATER THAN 23
                  OR ENTRY-START-MM GREATER THAN 59
                  OR ENTRY-END-HH GREATER THAN 23
                  OR ENTRY-END-MM GREATER THAN 59
                  OR ENTRY-END-TIME NOT GREATER THAN ENTRY-START-TIME
                   DISPLAY BAD-TIME-MSG
                   MOVE "N" TO SCHEDULE-OK-SW
               END-IF
           END-IF.
           IF SCHEDULE-OK
               DISPLAY "ENTER ROOM >>"
               ACCEPT ENTRY-ROOM
               DISPLAY "ENTER INSTRUCTOR >>"
               ACCEPT ENTRY-INSTRUCTOR
           END-IF.

       0770-PLACE-ONE-DAY.
           EVALUATE ENTRY-DAY-KEYED(DAY-SUB)
               WHEN "M"
               WHEN "m"
                   MOVE "M" TO ENTRY-MEETING-DAY(1)
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO ENTRY-MEETING-DAY(2)
               WHEN "W"
               WHEN "w"
                   MOVE "W" TO ENTRY-MEETING-DAY(3)
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO ENTRY-MEETING-DAY(4)
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO ENTRY-MEETING-DAY(5)
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO ENTRY-MEETING-DAY(6)
               WHEN "U"
               WHEN "u"
                   MOVE "U" TO ENTRY-MEETING-DAY(7)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO SCHEDULE-OK-SW
           END-EVALUATE.

       0780-CHECK-DOUBLE-BOOKING.
           IF ENTRY-MEETING-DAYS NOT = SPACES
               MOVE "N" TO AT-EOF-SW
               MOVE LOW-VALUES TO SEC-KEY
               START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
                   INVALID KEY
                       MOVE "Y" TO AT-EOF-SW
               END-START
               PERFORM 0785-CHECK-ONE-BOOKING UNTIL AT-EOF
           END-IF.

       0785-CHECK-ONE-BOOKING.
           READ SECTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF SEC-TERM-CODE = ENTRY-TERM
                  AND SEC-COURSE-CODE NOT = CRS-CODE
                  AND SEC-START-TIME LESS THAN ENTRY-END-TIME
                  AND ENTRY-START-TIME LESS THAN SEC-END-TIME
                   MOVE "N" TO DAYS-OVERLAP-SW
                   PERFORM 0787-COMPARE-ONE-DAY
                       VARYING DAY-SUB FROM 1 BY 1
                       UNTIL DAY-SUB GREATER THAN 7
                          OR DAYS-OVERLAP
                   IF DAYS-OVERLAP
                       IF ENTRY-ROOM NOT = SPACES
                          AND SEC-ROOM = ENTRY-ROOM
                           DISPLAY ROOM-BOOKED-MSG SEC-COURSE-CODE
                               " IN " SEC-ROOM
                       END-IF
                       IF ENTRY-INSTRUCTOR NOT = SPACES
                          AND SEC-INSTRUCTOR = ENTRY-INSTRUCTOR
                           DISPLAY INSTRUCTOR-BOOKED-MSG
                               SEC-COURSE-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0787-COMPARE-ONE-DAY.
           IF SEC-MEETING-DAY(DAY-SUB) NOT = SPACE
              AND ENTRY-MEETING-DAY(DAY-SUB) NOT = SPACE
               MOVE "Y" TO DAYS-OVERLAP-SW
           END-IF.

       0790-SAVE-SECTION.
           MOVE CRS-CODE TO SEC-COURSE-CODE.
           MOVE ENTRY-TERM TO SEC-TERM-CODE.
           IF SECTION-FOUND
               READ SECTION-FILE
                   INVALID KEY
                       DISPLAY "UNABLE TO UPDATE SECTION, STATUS "
                           SECTION-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM 0795-MOVE-SECTION-FIELDS
                       REWRITE SECTION-RECORD
                           INVALID KEY
                               DISPLAY
                                 "UNABLE TO UPDATE SECTION, STATUS "
                                   SECTION-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY REOFFER-CONFIRM-MSG
                       END-REWRITE
               END-READ
           ELSE
               MOVE ZEROES TO SEC-ENROLLED
               PERFORM 0795-MOVE-SECTION-FIELDS
               WRITE SECTION-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO OFFER SECTION, STATUS "
                           SECTION-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY OFFER-CONFIRM-MSG
               END-WRITE
           END-IF.

       0795-MOVE-SECTION-FIELDS.
           MOVE ENTRY-CAPACITY TO SEC-CAPACITY.
           MOVE ENTRY-MEETING-DAYS TO SEC-MEETING-DAYS.
           MOVE ENTRY-START-TIME TO SEC-START-TIME.
           MOVE ENTRY-END-TIME TO SEC-END-TIME.
           MOVE ENTRY-ROOM TO SEC-ROOM.
           MOVE ENTRY-INSTRUCTOR TO SEC-INSTRUCTOR.

       0800-LIST-SECTIONS.
           MOVE "N" TO AT-EOF-SW.
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               PERFORM 0860-DISPLAY-SECTION
               ADD 1 TO SECTION-COUNT
           END-IF.

       0860-DISPLAY-SECTION.
           DISPLAY "CODE: " SEC-COURSE-CODE
               " TERM: " SEC-TERM-CODE
               " CAPACITY: " SEC-CAPACITY
               " ENROLLED: " SEC-ENROLLED.
           IF SEC-MEETING-DAYS = SPACES
               DISPLAY "  MEETS: TBA"
                   " ROOM: " SEC-ROOM
                   " INSTRUCTOR: " SEC-INSTRUCTOR
           ELSE
               DISPLAY "  MEETS: " SEC-MEETING-DAYS
                   " " SEC-START-TIME "-" SEC-END-TIME
                   " ROOM: " SEC-ROOM
                   " INSTRUCTOR: " SEC-INSTRUCTOR
           END-IF.

       0900-SET-TERM-CONTROL.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-OK
               END-READ
           END-IF.

       1100-MAINTAIN-PREREQS.
           DISPLAY "ENTER COURSE CODE >>".
           ACCEPT CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG
               NOT INVALID KEY
                   MOVE CRS-CODE TO PREREQ-COURSE
                   PERFORM 1150-LIST-PREREQS
                   DISPLAY PREREQ-PROMPT
                   ACCEPT ACTION-CODE
                   EVALUATE ACTION-CODE
                       WHEN "A"
                       WHEN "a"
                           PERFORM 1200-SET-PREREQ
                       WHEN "D"
                       WHEN "d"
                           PERFORM 1300-DELETE-PREREQ
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1150-LIST-PREREQS.
           MOVE "N" TO AT-EOF-SW.
           MOVE ZEROES TO PREREQ-COUNT.
           MOVE PREREQ-COURSE TO PRQ-COURSE-CODE.
           MOVE LOW-VALUES TO PRQ-REQUIRED-CODE.
           START PREREQ-FILE KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 1160-LIST-ONE-PREREQ UNTIL AT-EOF.
           DISPLAY PREREQ-COUNT-MSG PREREQ-COUNT.

       1160-LIST-ONE-PREREQ.
           READ PREREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF PRQ-COURSE-CODE = PREREQ-COURSE
                   DISPLAY "REQUIRES: " PRQ-REQUIRED-CODE
                       " MINIMUM GRADE: " PRQ-MIN-GRADE
                   ADD 1 TO PREREQ-COUNT
               ELSE
                   MOVE "Y" TO AT-EOF-SW
               END-IF
           END-IF.

       1200-SET-PREREQ.
           DISPLAY "ENTER REQUIRED COURSE CODE >>".
           ACCEPT REQUIRED-CODE.
           MOVE REQUIRED-CODE TO CRS-CODE.
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG
               NOT INVALID KEY
                   IF REQUIRED-CODE = PREREQ-COURSE
                       DISPLAY SELF-PREREQ-MSG
                   ELSE
                       PERFORM 1250-WRITE-PREREQ
                   END-IF
           END-READ.

       1250-WRITE-PREREQ.
           DISPLAY "ENTER MINIMUM GRADE >>".
           ACCEPT GRADE-CODE.
           PERFORM 4800-GRADE-TO-POINTS.
           IF GRADE-VALID AND GRADE-IN-GPA
               MOVE PREREQ-COURSE TO PRQ-COURSE-CODE
               MOVE REQUIRED-CODE TO PRQ-REQUIRED-CODE
               MOVE GRADE-CODE TO PRQ-MIN-GRADE
               WRITE PREREQ-RECORD
                   INVALID KEY
                       REWRITE PREREQ-RECORD
                           INVALID KEY
                               DISPLAY
                                 "UNABLE TO SET PREREQUISITE, STATUS "
                                   PREREQ-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY PREREQ-CONFIRM-MSG
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY PREREQ-CONFIRM-MSG
               END-WRITE
           ELSE
               IF GRADE-VALID
                   DISPLAY BAD-MIN-GRADE-MSG
               ELSE
                   DISPLAY BAD-GRADE-MSG
               END-IF
           END-IF.

       1300-DELETE-PREREQ.
           DISPLAY "ENTER REQUIRED COURSE CODE >>".
           ACCEPT REQUIRED-CODE.
           MOVE PREREQ-COURSE TO PRQ-COURSE-CODE.
           MOVE REQUIRED-CODE TO PRQ-REQUIRED-CODE.
           DELETE PREREQ-FILE
               INVALID KEY
                   DISPLAY PREREQ-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY PREREQ-DELETE-MSG
           END-DELETE.

       1400-GRANT-OVERRIDE.
           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY STUDENT-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY "STUDENT: " STU-ID
                       " " STU-LAST-NAME ", " STU-FIRST-NAME
                   DISPLAY "ENTER COURSE CODE >>"
                   ACCEPT CRS-CODE
                   READ COURSE-FILE
                       INVALID KEY
                           DISPLAY NOT-FOUND-MSG
                       NOT INVALID KEY
                           PERFORM 1450-WRITE-OVERRIDE
                   END-READ
           END-READ.

       1450-WRITE-OVERRIDE.
           MOVE STU-ID TO POV-STUDENT-ID.
           MOVE CRS-CODE TO POV-COURSE-CODE.
           READ PRQOVR-FILE
               INVALID KEY
                   DISPLAY "ENTER OVERRIDE REASON >>"
                   ACCEPT POV-REASON
                   IF POV-REASON = SPACES
                       DISPLAY BLANK-REASON-MSG
                   ELSE
                       MOVE STU-ID TO POV-STUDENT-ID
                       MOVE CRS-CODE TO POV-COURSE-CODE
                       MOVE OPERATOR-ID TO POV-GRANTED-BY
                       MOVE TODAY-DATE TO POV-DATE-GRANTED
                       WRITE PRQOVR-RECORD
                           INVALID KEY
                               DISPLAY
                                 "UNABLE TO GRANT OVERRIDE, STATUS "
                                   PRQOVR-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY OVERRIDE-CONFIRM-MSG
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY OVERRIDE-EXISTS-MSG POV-GRANTED-BY
                       " ON " POV-DATE-GRANTED
                   DISPLAY "REASON: " POV-REASON
           END-READ.

           COPY GRDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGC0012.
