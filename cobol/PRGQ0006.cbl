      *           search's READ INVALID KEY/NOT INVALID KEY test with
      *           neither branch firing, and the name search's AT-EOF
      *           switch never getting set.
      * Modified: 2026-10-15 HYM - Every student shown is followed by
      *           a flag line for each active registration hold on
      *           file (copybook HOLD): type, date placed and reason.
      * Purpose: Queries a single student, either by ID (primary key)
      *          or by last name (alternate key, prefix match).
      * Tectonics: cobc
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY HLDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY HOLD.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY HLDSTAT.
           COPY HLDWS.
       01 SEARCH-MODE-PROMPT PIC X(48) VALUE
           "SEARCH BY 1-STUDENT ID  OR  2-LAST NAME >>".
       01 SEARCH-MODE PIC 9.
       01 MATCH-COUNT-MSG PIC X(20) VALUE "MATCHES DISPLAYED: ".
       01 BLANK-NAME-MSG PIC X(30) VALUE "LAST NAME IS REQUIRED".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 HOLD-FLAG-MSG PIC X(20) VALUE "  *** ACTIVE HOLD: ".
       PROCEDURE DIVISION.
       0100-START.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT HOLD-FILE.
           IF STUDENT-FILE-OK AND HOLD-FILE-OK
               DISPLAY SEARCH-MODE-PROMPT
               ACCEPT SEARCH-MODE
               EVALUATE SEARCH-MODE
                       DISPLAY "INVALID SEARCH MODE"
               END-EVALUATE
               CLOSE STUDENT-FILE
               CLOSE HOLD-FILE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                       STUDENT-FILE-STATUS
               END-IF
               IF NOT HOLD-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                       HOLD-FILE-STATUS
               END-IF
               IF STUDENT-FILE-OK
                   CLOSE STUDENT-FILE
               END-IF
               IF HOLD-FILE-OK
                   CLOSE HOLD-FILE
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

               " GPA: " STU-GPA
               " INCLUDED: " STU-DATE-INCLUDED
               " STATUS: " STU-STATUS-FLAG.
           PERFORM 0450-FLAG-HOLDS.

       0450-FLAG-HOLDS.
           MOVE "N" TO HLD-SCAN-DONE-SW.
           MOVE STU-ID TO HLD-STUDENT-ID.
           MOVE ZEROES TO HLD-SEQUENCE.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-START.
           PERFORM 0460-FLAG-ONE-HOLD UNTIL HLD-SCAN-DONE.

       0460-FLAG-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-READ.
           IF NOT HLD-SCAN-DONE
               IF HLD-STUDENT-ID = STU-ID
                   IF HLD-ACTIVE
                       PERFORM 5050-NAME-HOLD-TYPE
                       DISPLAY HOLD-FLAG-MSG HOLD-TYPE-NAME
                           " PLACED " HLD-DATE-PLACED
                           " - " HLD-REASON
                   END-IF
               ELSE
                   MOVE "Y" TO HLD-SCAN-DONE-SW
               END-IF
           END-IF.

           COPY HLDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
