      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Section fill-rate and waitlist demand report on the
      *          spool (DD RPT0043) in the RPT0008 page conventions,
      *          for the department chairs planning the next
      *          offerings. For a prompted term, lists every section
      *          offered (copybook SECTION) in course order with its
      *          capacity, enrolled count and fill percentage, the
      *          length of its waitlist at census, and how many of
      *          the section's waitlisted students were promoted into
      *          a seat against how many never were (removed when
      *          their turn came, or still waiting). Census is the
      *          term's add/drop deadline on the term control record
      *          when the term is the current one, otherwise the run
      *          date; an entry counts at census when it was added by
      *          then and not yet closed. Each course is compared with
      *          its enrollment in the same season a year earlier,
      *          counted from the enrollment history file (copybook
      *          ENRHIST) without late withdrawals, or shown as not
      *          offered. A section at or over OVER-FILL-PERCENT full
      *          with at least OVER-WAITLIST-COUNT students waiting at
      *          census is flagged over-subscribed; one under
      *          UNDER-FILL-PERCENT full is flagged under-subscribed.
      *          Run from JCL, not the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0043.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECTSEL.
           COPY WTLSEL.
           COPY ENRHSEL.
           COPY TRMSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0043"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY SECTION.
           COPY WAITLIST.
           COPY ENRHIST.
           COPY TERMCTL.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY SECTSTAT.
           COPY WTLSTAT.
           COPY ENRHSTAT.
           COPY TRMSTAT.
           COPY RPTSTAT.
       01 REPORT-TERM PIC X(05).
       01 PRIOR-TERM.
           05 PRIOR-YEAR PIC 9(04).
           05 PRIOR-SEASON PIC X(01).
       01 RUN-DATE PIC 9(08).
       01 CENSUS-DATE PIC 9(08).
       01 OVER-FILL-PERCENT PIC 9(03) VALUE 100.
       01 OVER-WAITLIST-COUNT PIC 9(03) VALUE 5.
       01 UNDER-FILL-PERCENT PIC 9(03) VALUE 50.
       01 FILL-PERCENT PIC 9(05) VALUE ZEROES.
       01 CENSUS-WAITING PIC 9(05) VALUE ZEROES.
       01 PROMOTED-COUNT PIC 9(05) VALUE ZEROES.
       01 NEVER-SEATED-COUNT PIC 9(05) VALUE ZEROES.
       01 PRIOR-ENROLLED PIC 9(05) VALUE ZEROES.
       01 ENROLLED-CHANGE PIC S9(05) VALUE ZEROES.
       01 SECTION-COUNT PIC 9(08) VALUE ZEROES.
       01 OVER-COUNT PIC 9(08) VALUE ZEROES.
       01 UNDER-COUNT PIC 9(08) VALUE ZEROES.
       01 TOTAL-CAPACITY PIC 9(08) VALUE ZEROES.
       01 TOTAL-ENROLLED PIC 9(08) VALUE ZEROES.
       01 TOTAL-CENSUS-WAITING PIC 9(08) VALUE ZEROES.
       01 TOTAL-PROMOTED PIC 9(08) VALUE ZEROES.
       01 TOTAL-NEVER-SEATED PIC 9(08) VALUE ZEROES.
       01 HISTORY-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 PRIOR-OVERFLOW-COUNT PIC 9(08) VALUE ZEROES.
       01 PRIOR-COURSE-MAX PIC 9(04) VALUE 1000.
       01 PRIOR-COURSE-USED PIC 9(04) VALUE ZEROES.
       01 PRIOR-SUB PIC 9(04) VALUE ZEROES.
       01 PRIOR-HIT PIC 9(04) VALUE ZEROES.
       01 PRIOR-COURSE-TABLE.
        05 PRIOR-COURSE-ENTRY OCCURS 1000 TIMES.
         10 PCT-COURSE-CODE PIC X(08).
         10 PCT-ENROLLED PIC 9(05).
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 SCAN-DONE-SW PIC X(01) VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01 PRIOR-FOUND-SW PIC X(01) VALUE "N".
           88 PRIOR-FOUND VALUE "Y".
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(40) VALUE
           "SECTION FILL RATE AND WAITLIST DEMAND - ".
        05 FILLER PIC X(06) VALUE "TERM: ".
        05 HDG-TERM PIC X(05).
        05 FILLER PIC X(12) VALUE "  RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 PAGE-HEADING-2.
        05 FILLER PIC X(13) VALUE "CENSUS DATE: ".
        05 HDG-CENSUS-DATE PIC 9(08).
        05 FILLER PIC X(24) VALUE
           "   COMPARED WITH TERM: ".
        05 HDG-PRIOR-TERM PIC X(05).
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "COURSE".
        05 FILLER PIC X(05) VALUE "CAP".
        05 FILLER PIC X(05) VALUE "ENR".
        05 FILLER PIC X(07) VALUE "FILL%".
        05 FILLER PIC X(09) VALUE "WAITING".
        05 FILLER PIC X(10) VALUE "PROMOTED".
        05 FILLER PIC X(10) VALUE "NOT SEAT".
        05 FILLER PIC X(16) VALUE "LAST YR  CHANGE".
        05 FILLER PIC X(18) VALUE "FLAG".
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-COURSE PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-CAPACITY PIC ZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-ENROLLED PIC ZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-FILL-PERCENT PIC ZZZZ9.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-WAITING PIC ZZZZ9.
        05 FILLER PIC X(05) VALUE SPACES.
        05 DET-PROMOTED PIC ZZZZ9.
        05 FILLER PIC X(05) VALUE SPACES.
        05 DET-NEVER-SEATED PIC ZZZZ9.
        05 FILLER PIC X(04) VALUE SPACES.
        05 DET-COMPARE PIC X(14).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-FLAG PIC X(18).
       01 COMPARE-FIELDS.
        05 CMP-PRIOR-ENROLLED PIC ZZZZ9.
        05 FILLER PIC X(03) VALUE SPACES.
        05 CMP-CHANGE PIC +++++9.
       01 NOT-OFFERED-TEXT PIC X(14) VALUE "NOT OFFERED".
       01 OVER-TEXT PIC X(18) VALUE "OVER-SUBSCRIBED".
       01 UNDER-TEXT PIC X(18) VALUE "UNDER-SUBSCRIBED".
       01 TRAILER-LINE-1.
        05 FILLER PIC X(26) VALUE "SECTIONS LISTED:          ".
        05 TRL-SECTIONS PIC ZZZZZZZ9.
       01 TRAILER-LINE-2.
        05 FILLER PIC X(26) VALUE "TOTAL CAPACITY:           ".
        05 TRL-CAPACITY PIC ZZZZZZZ9.
       01 TRAILER-LINE-3.
        05 FILLER PIC X(26) VALUE "TOTAL ENROLLED:           ".
        05 TRL-ENROLLED PIC ZZZZZZZ9.
       01 TRAILER-LINE-4.
        05 FILLER PIC X(26) VALUE "WAITING AT CENSUS:        ".
        05 TRL-WAITING PIC ZZZZZZZ9.
       01 TRAILER-LINE-5.
        05 FILLER PIC X(26) VALUE "PROMOTED FROM WAITLIST:   ".
        05 TRL-PROMOTED PIC ZZZZZZZ9.
       01 TRAILER-LINE-6.
        05 FILLER PIC X(26) VALUE "WAITLISTED, NEVER SEATED: ".
        05 TRL-NEVER-SEATED PIC ZZZZZZZ9.
       01 TRAILER-LINE-7.
        05 FILLER PIC X(26) VALUE "OVER-SUBSCRIBED:          ".
        05 TRL-OVER PIC ZZZZZZZ9.
       01 TRAILER-LINE-8.
        05 FILLER PIC X(26) VALUE "UNDER-SUBSCRIBED:         ".
        05 TRL-UNDER PIC ZZZZZZZ9.
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 BAD-TERM-MSG PIC X(50) VALUE
           "TERM MUST BE YYYY PLUS 1-WINTER 2-SUMMER 3-FALL".
       01 PRIOR-OVERFLOW-MSG PIC X(50) VALUE
           "LAST YEAR TABLE FULL, ENROLLMENTS NOT COUNTED: ".
       PROCEDURE DIVISION.
       0100-START.
           DISPLAY "ENTER TERM FOR FILL-RATE REPORT (YYYYS) >>".
           ACCEPT REPORT-TERM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           IF REPORT-TERM(1:4) NOT NUMERIC
              OR (REPORT-TERM(5:1) NOT = "1"
                  AND REPORT-TERM(5:1) NOT = "2"
                  AND REPORT-TERM(5:1) NOT = "3")
               DISPLAY BAD-TERM-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-OPEN-FILES
               IF ABORT-RUN
                   PERFORM 0950-CLOSE-OPENED-FILES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-SET-CENSUS-DATE
                   PERFORM 0200-LOAD-PRIOR-YEAR
                   MOVE REPORT-TERM TO HDG-TERM
                   MOVE RUN-DATE TO HDG-DATE
                   ACCEPT HDG-TIME FROM TIME
                   MOVE CENSUS-DATE TO HDG-CENSUS-DATE
                   MOVE PRIOR-TERM TO HDG-PRIOR-TERM
                   MOVE ZEROES TO PAGE-NUMBER
                   MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT
                   MOVE LOW-VALUES TO SEC-KEY
                   START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
                       INVALID KEY
                           MOVE "Y" TO AT-EOF-SW
                   END-START
                   PERFORM 0250-READ-NEXT-SECTION
                   PERFORM 0300-PRINT-ONE-SECTION UNTIL AT-EOF
                   PERFORM 0800-PRINT-TRAILER
                   PERFORM 0950-CLOSE-OPENED-FILES
                   PERFORM 0970-DISPLAY-CONTROL-REPORT
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN INPUT SECTION-FILE.
           IF NOT SECTION-FILE-OK
               DISPLAY OPEN-FAIL-MSG "SECTION-FILE, STATUS "
                   SECTION-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF NOT WAITLIST-FILE-OK
               DISPLAY OPEN-FAIL-MSG "WAITLIST-FILE, STATUS "
                   WAITLIST-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT ENRH-FILE.
           IF NOT ENRH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "ENRH-FILE, STATUS "
                   ENRH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
                   REPORT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF SECTION-FILE-OK
               CLOSE SECTION-FILE
           END-IF.
           IF WAITLIST-FILE-OK
               CLOSE WAITLIST-FILE
           END-IF.
           IF ENRH-FILE-OK
               CLOSE ENRH-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0150-SET-CENSUS-DATE.
           MOVE RUN-DATE TO CENSUS-DATE.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-OK
               READ TERM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRM-CURRENT-TERM = REPORT-TERM
                           MOVE TRM-ADD-DROP-DEADLINE TO CENSUS-DATE
                       END-IF
               END-READ
               CLOSE TERM-FILE
           END-IF.

       0200-LOAD-PRIOR-YEAR.
           MOVE REPORT-TERM(1:4) TO PRIOR-YEAR.
           SUBTRACT 1 FROM PRIOR-YEAR.
           MOVE REPORT-TERM(5:1) TO PRIOR-SEASON.
           MOVE ZEROES TO PRIOR-COURSE-USED.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE LOW-VALUES TO ENH-KEY.
           START ENRH-FILE KEY IS NOT LESS THAN ENH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0210-COUNT-ONE-HISTORY UNTIL SCAN-DONE.

       0210-COUNT-ONE-HISTORY.
           READ ENRH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               ADD 1 TO HISTORY-READ-COUNT
               IF ENH-TERM-CODE = PRIOR-TERM
                  AND ENH-GRADE NOT = "W "
                   PERFORM 0220-FIND-PRIOR-COURSE
                   IF PRIOR-FOUND
                       ADD 1 TO PCT-ENROLLED(PRIOR-HIT)
                   ELSE
                       PERFORM 0230-ADD-PRIOR-COURSE
                   END-IF
               END-IF
           END-IF.

       0220-FIND-PRIOR-COURSE.
           MOVE "N" TO PRIOR-FOUND-SW.
           MOVE ZEROES TO PRIOR-HIT.
           PERFORM 0225-CHECK-ONE-PRIOR
               VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB GREATER THAN PRIOR-COURSE-USED
                  OR PRIOR-FOUND.

       0225-CHECK-ONE-PRIOR.
           IF PCT-COURSE-CODE(PRIOR-SUB) = ENH-COURSE-CODE
               MOVE "Y" TO PRIOR-FOUND-SW
               MOVE PRIOR-SUB TO PRIOR-HIT
           END-IF.

       0230-ADD-PRIOR-COURSE.
           IF PRIOR-COURSE-USED LESS THAN PRIOR-COURSE-MAX
               ADD 1 TO PRIOR-COURSE-USED
               MOVE ENH-COURSE-CODE
                   TO PCT-COURSE-CODE(PRIOR-COURSE-USED)
               MOVE 1 TO PCT-ENROLLED(PRIOR-COURSE-USED)
           ELSE
               ADD 1 TO PRIOR-OVERFLOW-COUNT
           END-IF.

       0250-READ-NEXT-SECTION.
           READ SECTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.

       0300-PRINT-ONE-SECTION.
           IF SEC-TERM-CODE = REPORT-TERM
               ADD 1 TO SECTION-COUNT
               PERFORM 0400-COUNT-WAITLIST
               IF SEC-CAPACITY GREATER THAN ZEROES
                   COMPUTE FILL-PERCENT ROUNDED =
                       SEC-ENROLLED * 100 / SEC-CAPACITY
               ELSE
                   MOVE ZEROES TO FILL-PERCENT
               END-IF
               MOVE SEC-COURSE-CODE TO DET-COURSE
               MOVE SEC-CAPACITY TO DET-CAPACITY
               MOVE SEC-ENROLLED TO DET-ENROLLED
               MOVE FILL-PERCENT TO DET-FILL-PERCENT
               MOVE CENSUS-WAITING TO DET-WAITING
               MOVE PROMOTED-COUNT TO DET-PROMOTED
               MOVE NEVER-SEATED-COUNT TO DET-NEVER-SEATED
               PERFORM 0500-COMPARE-PRIOR-YEAR
               PERFORM 0600-SET-FLAG
               ADD SEC-CAPACITY TO TOTAL-CAPACITY
               ADD SEC-ENROLLED TO TOTAL-ENROLLED
               ADD CENSUS-WAITING TO TOTAL-CENSUS-WAITING
               ADD PROMOTED-COUNT TO TOTAL-PROMOTED
               ADD NEVER-SEATED-COUNT TO TOTAL-NEVER-SEATED
               PERFORM 0850-CHECK-PAGE-BREAK
               WRITE REPORT-LINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO PRINT-LINE-COUNT
           END-IF.
           PERFORM 0250-READ-NEXT-SECTION.

       0400-COUNT-WAITLIST.
           MOVE ZEROES TO CENSUS-WAITING.
           MOVE ZEROES TO PROMOTED-COUNT.
           MOVE ZEROES TO NEVER-SEATED-COUNT.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE SEC-COURSE-CODE TO WTL-COURSE-CODE.
           MOVE SEC-TERM-CODE TO WTL-TERM-CODE.
           MOVE ZEROES TO WTL-SEQUENCE.
           START WAITLIST-FILE KEY IS NOT LESS THAN WTL-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0410-COUNT-ONE-ENTRY UNTIL SCAN-DONE.

       0410-COUNT-ONE-ENTRY.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF WTL-COURSE-CODE = SEC-COURSE-CODE
                  AND WTL-TERM-CODE = SEC-TERM-CODE
                   IF WTL-PROMOTED
                       ADD 1 TO PROMOTED-COUNT
                   ELSE
                       ADD 1 TO NEVER-SEATED-COUNT
                   END-IF
                   IF WTL-DATE-ADDED NOT GREATER THAN CENSUS-DATE
                      AND (WTL-WAITING
                           OR WTL-DATE-CLOSED GREATER THAN
                              CENSUS-DATE)
                       ADD 1 TO CENSUS-WAITING
                   END-IF
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

       0500-COMPARE-PRIOR-YEAR.
           MOVE SEC-COURSE-CODE TO ENH-COURSE-CODE.
           PERFORM 0220-FIND-PRIOR-COURSE.
           IF PRIOR-FOUND
               MOVE PCT-ENROLLED(PRIOR-HIT) TO PRIOR-ENROLLED
               COMPUTE ENROLLED-CHANGE =
                   SEC-ENROLLED - PRIOR-ENROLLED
               MOVE PRIOR-ENROLLED TO CMP-PRIOR-ENROLLED
               MOVE ENROLLED-CHANGE TO CMP-CHANGE
               MOVE COMPARE-FIELDS TO DET-COMPARE
           ELSE
               MOVE NOT-OFFERED-TEXT TO DET-COMPARE
           END-IF.

       0600-SET-FLAG.
           MOVE SPACES TO DET-FLAG.
           IF FILL-PERCENT NOT LESS THAN OVER-FILL-PERCENT
              AND CENSUS-WAITING NOT LESS THAN OVER-WAITLIST-COUNT
               MOVE OVER-TEXT TO DET-FLAG
               ADD 1 TO OVER-COUNT
           END-IF.
           IF FILL-PERCENT LESS THAN UNDER-FILL-PERCENT
               MOVE UNDER-TEXT TO DET-FLAG
               ADD 1 TO UNDER-COUNT
           END-IF.

       0800-PRINT-TRAILER.
           MOVE SECTION-COUNT TO TRL-SECTIONS.
           MOVE TOTAL-CAPACITY TO TRL-CAPACITY.
           MOVE TOTAL-ENROLLED TO TRL-ENROLLED.
           MOVE TOTAL-CENSUS-WAITING TO TRL-WAITING.
           MOVE TOTAL-PROMOTED TO TRL-PROMOTED.
           MOVE TOTAL-NEVER-SEATED TO TRL-NEVER-SEATED.
           MOVE OVER-COUNT TO TRL-OVER.
           MOVE UNDER-COUNT TO TRL-UNDER.
           WRITE REPORT-LINE FROM TRAILER-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-7
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-8
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
           WRITE REPORT-LINE FROM PAGE-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO PRINT-LINE-COUNT.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "SECTION FILL-RATE CONTROL REPORT".
           DISPLAY "TERM:                    " REPORT-TERM.
           DISPLAY "CENSUS DATE:             " CENSUS-DATE.
           DISPLAY "COMPARED WITH TERM:      " PRIOR-TERM.
           DISPLAY "HISTORY RECORDS READ:    " HISTORY-READ-COUNT.
           DISPLAY "SECTIONS LISTED:         " SECTION-COUNT.
           DISPLAY "OVER-SUBSCRIBED:         " OVER-COUNT.
           DISPLAY "UNDER-SUBSCRIBED:        " UNDER-COUNT.
           IF PRIOR-OVERFLOW-COUNT GREATER THAN ZEROES
               DISPLAY PRIOR-OVERFLOW-MSG PRIOR-OVERFLOW-COUNT
           END-IF.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGR0043.
