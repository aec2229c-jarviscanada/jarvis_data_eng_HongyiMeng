      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Term close and rollover, the last step of the
      *          nightly job stream PRGB0032. Asks whether the current
      *          term on the term control record (copybook TERMCTL)
      *          is to be closed tonight; a night with no term open,
      *          or when the answer is no, ends the step clean with
      *          nothing done. To close, the operator names the new
      *          term and its add/drop deadline. The close is refused
      *          with RETURN-CODE 8 while enrollments for the closing
      *          term are still ungraded, unless the operator answers
      *          the force prompt. The closing term's waitlist entries
      *          (copybook WAITLIST) are printed as a history listing
      *          on the spool (DD RPT0044), with whether each student
      *          was promoted, removed or never seated, and deleted.
      *          Every section offered in the closing term (copybook
      *          SECTION) is copied to the new term with its capacity,
      *          meeting schedule, room and instructor and no one
      *          enrolled; a section the new term already has is left
      *          alone. The closing term's rate per credit (copybook
      *          RATETAB) is carried to the new term unless the new
      *          term already has one, and the new term and deadline
      *          are written to the term control record last of all.
      *          The spool ends with a control page balancing the
      *          sections copied and the waitlist entries purged
      *          against those read for the closing term, under the
      *          old and new term codes. A rerun after a failure
      *          picks up where it stopped, since nothing it has
      *          already done is done twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0044.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRMSEL.
           COPY ENRLSEL.
           COPY SECTSEL.
           COPY WTLSEL.
           COPY RTESEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0044"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY TERMCTL.
           COPY ENROLL.
           COPY SECTION.
           COPY WAITLIST.
           COPY RATETAB.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY TRMSTAT.
           COPY ENRLSTAT.
           COPY SECTSTAT.
           COPY WTLSTAT.
           COPY RTESTAT.
           COPY RPTSTAT.
       01 OLD-TERM PIC X(05) VALUE SPACES.
       01 NEW-TERM PIC X(05) VALUE SPACES.
       01 NEW-DEADLINE PIC 9(08) VALUE ZEROES.
       01 RUN-DATE PIC 9(08).
       01 CLOSE-ANSWER PIC X(01).
       01 FORCE-ANSWER PIC X(01).
       01 SAVE-SECTION-RECORD PIC X(62).
       01 UNGRADED-COUNT PIC 9(08) VALUE ZEROES.
       01 OLD-SECTION-COUNT PIC 9(08) VALUE ZEROES.
       01 SECTIONS-COPIED-COUNT PIC 9(08) VALUE ZEROES.
       01 ALREADY-OFFERED-COUNT PIC 9(08) VALUE ZEROES.
       01 COPY-FAILED-COUNT PIC 9(08) VALUE ZEROES.
       01 WAITLIST-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 WAITLIST-PURGED-COUNT PIC 9(08) VALUE ZEROES.
       01 PURGE-FAILED-COUNT PIC 9(08) VALUE ZEROES.
       01 PURGED-WAITING-COUNT PIC 9(08) VALUE ZEROES.
       01 PURGED-PROMOTED-COUNT PIC 9(08) VALUE ZEROES.
       01 PURGED-REMOVED-COUNT PIC 9(08) VALUE ZEROES.
       01 BALANCE-CHECK PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 TERM-OPEN-SW PIC X(01) VALUE "N".
           88 TERM-OPEN VALUE "Y".
       01 CLOSE-REFUSED-SW PIC X(01) VALUE "N".
           88 CLOSE-REFUSED VALUE "Y".
       01 OUT-OF-BALANCE-SW PIC X(01) VALUE "N".
           88 OUT-OF-BALANCE VALUE "Y".
       01 RATE-RESULT PIC X(30) VALUE SPACES.
       01 TERM-RESULT PIC X(30) VALUE SPACES.
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(32) VALUE
           "WAITLIST HISTORY - CLOSED TERM ".
        05 HDG-TERM PIC X(05).
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "COURSE".
        05 FILLER PIC X(07) VALUE "SEQ".
        05 FILLER PIC X(09) VALUE "STUDENT".
        05 FILLER PIC X(10) VALUE "ADDED".
        05 FILLER PIC X(16) VALUE "OUTCOME".
        05 FILLER PIC X(10) VALUE "CLOSED".
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-COURSE PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-SEQUENCE PIC ZZZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-STUDENT-ID PIC X(07).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-DATE-ADDED PIC 9(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-OUTCOME PIC X(14).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-DATE-CLOSED PIC 9(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-NOTE PIC X(30).
       01 CONTROL-HEADING.
        05 FILLER PIC X(38) VALUE
           "TERM CLOSE AND ROLLOVER CONTROL REPORT".
       01 TERM-LINE.
        05 FILLER PIC X(16) VALUE "CLOSED TERM:    ".
        05 TML-OLD-TERM PIC X(05).
        05 FILLER PIC X(19) VALUE "     OPENED TERM:  ".
        05 TML-NEW-TERM PIC X(05).
        05 FILLER PIC X(24) VALUE
           "     ADD/DROP DEADLINE: ".
        05 TML-DEADLINE PIC 9(08).
       01 CONTROL-LINE.
        05 CTL-LABEL PIC X(34).
        05 CTL-COUNT PIC ZZZZZZZ9.
       01 RESULT-LINE.
        05 RSL-LABEL PIC X(34).
        05 RSL-TEXT PIC X(30).
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 NO-TERM-MSG PIC X(40) VALUE
           "NO TERM OPEN ON TERM CONTROL, NO CLOSE".
       01 NOT-REQUESTED-MSG PIC X(40) VALUE
           "TERM CLOSE NOT REQUESTED TONIGHT".
       01 BAD-TERM-MSG PIC X(50) VALUE
           "TERM MUST BE YYYY PLUS 1-WINTER 2-SUMMER 3-FALL".
       01 NOT-LATER-MSG PIC X(50) VALUE
           "NEW TERM MUST BE LATER THAN THE TERM BEING CLOSED".
       01 BAD-DEADLINE-MSG PIC X(50) VALUE
           "ADD/DROP DEADLINE MUST BE A DATE (YYYYMMDD)".
       01 UNGRADED-MSG PIC X(40) VALUE
           "UNGRADED ENROLLMENTS FOR THE TERM: ".
       01 REFUSED-MSG PIC X(55) VALUE
           "TERM CLOSE REFUSED, ENTER THE GRADES OR FORCE THE CLOSE".
       01 OUT-OF-BALANCE-MSG PIC X(45) VALUE
           "*** TERM CLOSE COUNTS OUT OF BALANCE ***".
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0120-READ-TERM-CONTROL.
           IF NOT TERM-OPEN
               DISPLAY NO-TERM-MSG
           ELSE
               DISPLAY "CLOSE TERM " OLD-TERM " TONIGHT? (Y/N) >>"
               ACCEPT CLOSE-ANSWER
               IF CLOSE-ANSWER = "Y" OR CLOSE-ANSWER = "y"
                   PERFORM 0150-ACCEPT-NEW-TERM
                   IF NOT ABORT-RUN
                       PERFORM 0200-CLOSE-TERM
                   END-IF
                   IF ABORT-RUN OR CLOSE-REFUSED OR OUT-OF-BALANCE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY NOT-REQUESTED-MSG
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0120-READ-TERM-CONTROL.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-OK
               READ TERM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRM-CURRENT-TERM NOT = SPACES
                           MOVE TRM-CURRENT-TERM TO OLD-TERM
                           MOVE "Y" TO TERM-OPEN-SW
                       END-IF
               END-READ
               CLOSE TERM-FILE
           END-IF.

       0150-ACCEPT-NEW-TERM.
           DISPLAY "ENTER NEW TERM TO OPEN (YYYYS) >>".
           ACCEPT NEW-TERM.
           IF NEW-TERM(1:4) NOT NUMERIC
              OR (NEW-TERM(5:1) NOT = "1"
                  AND NEW-TERM(5:1) NOT = "2"
                  AND NEW-TERM(5:1) NOT = "3")
               DISPLAY BAD-TERM-MSG
               MOVE "Y" TO ABORT-RUN-SW
           ELSE
               IF NEW-TERM NOT GREATER THAN OLD-TERM
                   DISPLAY NOT-LATER-MSG
                   MOVE "Y" TO ABORT-RUN-SW
               ELSE
                   DISPLAY "ENTER NEW TERM ADD/DROP DEADLINE "
                       "(YYYYMMDD) >>"
                   ACCEPT NEW-DEADLINE
                   IF NEW-DEADLINE NOT NUMERIC
                      OR NEW-DEADLINE = ZEROES
                       DISPLAY BAD-DEADLINE-MSG
                       MOVE "Y" TO ABORT-RUN-SW
                   END-IF
               END-IF
           END-IF.

       0200-CLOSE-TERM.
           PERFORM 0110-OPEN-FILES.
           IF NOT ABORT-RUN
               PERFORM 0300-COUNT-UNGRADED
               IF UNGRADED-COUNT GREATER THAN ZEROES
                   DISPLAY UNGRADED-MSG UNGRADED-COUNT
                   DISPLAY "FORCE THE CLOSE ANYWAY? (Y/N) >>"
                   ACCEPT FORCE-ANSWER
                   IF FORCE-ANSWER NOT = "Y" AND NOT = "y"
                       DISPLAY REFUSED-MSG
                       MOVE "Y" TO CLOSE-REFUSED-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT ABORT-RUN AND NOT CLOSE-REFUSED
               PERFORM 0180-START-REPORT
               PERFORM 0400-PURGE-WAITLIST
               PERFORM 0500-COPY-SECTIONS
               PERFORM 0600-ROLL-RATE
               PERFORM 0700-OPEN-NEW-TERM
               PERFORM 0800-FINISH-REPORT
           END-IF.
           PERFORM 0950-CLOSE-OPENED-FILES.
           IF NOT ABORT-RUN AND NOT CLOSE-REFUSED
               PERFORM 0970-DISPLAY-CONTROL-REPORT
           END-IF.

       0110-OPEN-FILES.
           OPEN INPUT ENROLL-FILE.
           IF NOT ENROLL-FILE-OK
               DISPLAY OPEN-FAIL-MSG "ENROLL-FILE, STATUS "
                   ENROLL-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O SECTION-FILE.
           IF NOT SECTION-FILE-OK
               DISPLAY OPEN-FAIL-MSG "SECTION-FILE, STATUS "
                   SECTION-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF NOT WAITLIST-FILE-OK
               DISPLAY OPEN-FAIL-MSG "WAITLIST-FILE, STATUS "
                   WAITLIST-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O RATE-FILE.
           IF NOT RATE-FILE-OK
               DISPLAY OPEN-FAIL-MSG "RATE-FILE, STATUS "
                   RATE-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
                   REPORT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF ENROLL-FILE-OK
               CLOSE ENROLL-FILE
           END-IF.
           IF SECTION-FILE-OK
               CLOSE SECTION-FILE
           END-IF.
           IF WAITLIST-FILE-OK
               CLOSE WAITLIST-FILE
           END-IF.
           IF RATE-FILE-OK
               CLOSE RATE-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0180-START-REPORT.
           MOVE OLD-TERM TO HDG-TERM.
           MOVE RUN-DATE TO HDG-DATE.
           ACCEPT HDG-TIME FROM TIME.
           MOVE ZEROES TO PAGE-NUMBER.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           PERFORM 0850-CHECK-PAGE-BREAK.

       0300-COUNT-UNGRADED.
           MOVE ZEROES TO UNGRADED-COUNT.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0310-CHECK-ONE-ENROLLMENT UNTIL AT-EOF.

       0310-CHECK-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF ENR-TERM-CODE = OLD-TERM
                  AND ENR-GRADE = SPACES
                   ADD 1 TO UNGRADED-COUNT
               END-IF
           END-IF.

       0400-PURGE-WAITLIST.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO WTL-KEY.
           START WAITLIST-FILE KEY IS NOT LESS THAN WTL-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0410-PURGE-ONE-ENTRY UNTIL AT-EOF.

       0410-PURGE-ONE-ENTRY.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF WTL-TERM-CODE = OLD-TERM
                   ADD 1 TO WAITLIST-READ-COUNT
                   PERFORM 0420-LIST-ENTRY
               END-IF
           END-IF.

       0420-LIST-ENTRY.
           MOVE WTL-COURSE-CODE TO DET-COURSE.
           MOVE WTL-SEQUENCE TO DET-SEQUENCE.
           MOVE WTL-STUDENT-ID TO DET-STUDENT-ID.
           MOVE WTL-DATE-ADDED TO DET-DATE-ADDED.
           MOVE SPACES TO DET-NOTE.
           EVALUATE TRUE
               WHEN WTL-PROMOTED
                   MOVE "PROMOTED" TO DET-OUTCOME
                   MOVE WTL-DATE-CLOSED TO DET-DATE-CLOSED
               WHEN WTL-REMOVED
                   MOVE "REMOVED" TO DET-OUTCOME
                   MOVE WTL-DATE-CLOSED TO DET-DATE-CLOSED
               WHEN OTHER
                   MOVE "NEVER SEATED" TO DET-OUTCOME
                   MOVE RUN-DATE TO DET-DATE-CLOSED
           END-EVALUATE.
           DELETE WAITLIST-FILE
               INVALID KEY
                   ADD 1 TO PURGE-FAILED-COUNT
                   MOVE "NOT PURGED - SEE CONSOLE" TO DET-NOTE
                   DISPLAY "UNABLE TO PURGE WAITLIST ENTRY "
                       WTL-COURSE-CODE " " WTL-SEQUENCE
                       ", STATUS " WAITLIST-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WAITLIST-PURGED-COUNT
                   EVALUATE TRUE
                       WHEN WTL-PROMOTED
                           ADD 1 TO PURGED-PROMOTED-COUNT
                       WHEN WTL-REMOVED
                           ADD 1 TO PURGED-REMOVED-COUNT
                       WHEN OTHER
                           ADD 1 TO PURGED-WAITING-COUNT
                   END-EVALUATE
           END-DELETE.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0500-COPY-SECTIONS.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO SEC-KEY.
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0510-COPY-ONE-SECTION UNTIL AT-EOF.

       0510-COPY-ONE-SECTION.
           READ SECTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               IF SEC-TERM-CODE = OLD-TERM
                   ADD 1 TO OLD-SECTION-COUNT
                   PERFORM 0520-WRITE-NEW-SECTION
               END-IF
           END-IF.

       0520-WRITE-NEW-SECTION.
           MOVE SECTION-RECORD TO SAVE-SECTION-RECORD.
           MOVE NEW-TERM TO SEC-TERM-CODE.
           MOVE ZEROES TO SEC-ENROLLED.
           WRITE SECTION-RECORD
               INVALID KEY
                   IF SECTION-FILE-STATUS = "22"
                       ADD 1 TO ALREADY-OFFERED-COUNT
                   ELSE
                       ADD 1 TO COPY-FAILED-COUNT
                       DISPLAY "UNABLE TO COPY SECTION "
                           SEC-COURSE-CODE ", STATUS "
                           SECTION-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO SECTIONS-COPIED-COUNT
           END-WRITE.
           MOVE SAVE-SECTION-RECORD TO SECTION-RECORD.
           START SECTION-FILE KEY IS GREATER THAN SEC-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.

       0600-ROLL-RATE.
           MOVE NEW-TERM TO RTE-TERM-CODE.
           READ RATE-FILE
               INVALID KEY
                   PERFORM 0610-CARRY-RATE-FORWARD
               NOT INVALID KEY
                   MOVE "NEW TERM RATE ALREADY ON FILE" TO RATE-RESULT
           END-READ.

       0610-CARRY-RATE-FORWARD.
           MOVE OLD-TERM TO RTE-TERM-CODE.
           READ RATE-FILE
               INVALID KEY
                   MOVE "NO RATE ON FILE TO CARRY" TO RATE-RESULT
                   DISPLAY "NO RATE FOR TERM " OLD-TERM
                       ", KEY THE NEW TERM RATE IN PRGC0012"
               NOT INVALID KEY
                   MOVE NEW-TERM TO RTE-TERM-CODE
                   WRITE RATE-RECORD
                       INVALID KEY
                           MOVE "RATE NOT CARRIED - SEE CONSOLE"
                               TO RATE-RESULT
                           DISPLAY "UNABLE TO CARRY RATE, STATUS "
                               RATE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "CARRIED FORWARD" TO RATE-RESULT
                   END-WRITE
           END-READ.

       0700-OPEN-NEW-TERM.
           OPEN OUTPUT TERM-FILE.
           IF TERM-FILE-OK
               MOVE NEW-TERM TO TRM-CURRENT-TERM
               MOVE NEW-DEADLINE TO TRM-ADD-DROP-DEADLINE
               WRITE TERM-RECORD
               IF TERM-FILE-OK
                   MOVE "OPENED" TO TERM-RESULT
               ELSE
                   MOVE "NOT OPENED - SEE CONSOLE" TO TERM-RESULT
                   MOVE "Y" TO OUT-OF-BALANCE-SW
                   DISPLAY "UNABLE TO WRITE TERM CONTROL, STATUS "
                       TERM-FILE-STATUS
               END-IF
               CLOSE TERM-FILE
           ELSE
               MOVE "NOT OPENED - SEE CONSOLE" TO TERM-RESULT
               MOVE "Y" TO OUT-OF-BALANCE-SW
               DISPLAY OPEN-FAIL-MSG "TERM-FILE, STATUS "
                   TERM-FILE-STATUS
           END-IF.

       0800-FINISH-REPORT.
           MOVE OLD-TERM TO TML-OLD-TERM.
           MOVE NEW-TERM TO TML-NEW-TERM.
           MOVE NEW-DEADLINE TO TML-DEADLINE.
           WRITE REPORT-LINE FROM CONTROL-HEADING
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM TERM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "UNGRADED ENROLLMENTS (FORCED):" TO CTL-LABEL.
           MOVE UNGRADED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "SECTIONS OFFERED IN CLOSED TERM:" TO CTL-LABEL.
           MOVE OLD-SECTION-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "  COPIED TO NEW TERM:" TO CTL-LABEL.
           MOVE SECTIONS-COPIED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  ALREADY OFFERED IN NEW TERM:" TO CTL-LABEL.
           MOVE ALREADY-OFFERED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT COPIED - SEE CONSOLE:" TO CTL-LABEL.
           MOVE COPY-FAILED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WAITLIST ENTRIES FOR CLOSED TERM:" TO CTL-LABEL.
           MOVE WAITLIST-READ-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "  PURGED - PROMOTED:" TO CTL-LABEL.
           MOVE PURGED-PROMOTED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  PURGED - REMOVED:" TO CTL-LABEL.
           MOVE PURGED-REMOVED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  PURGED - NEVER SEATED:" TO CTL-LABEL.
           MOVE PURGED-WAITING-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  TOTAL PURGED:" TO CTL-LABEL.
           MOVE WAITLIST-PURGED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT PURGED - SEE CONSOLE:" TO CTL-LABEL.
           MOVE PURGE-FAILED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RATE PER CREDIT:" TO RSL-LABEL.
           MOVE RATE-RESULT TO RSL-TEXT.
           WRITE REPORT-LINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TERM CONTROL:" TO RSL-LABEL.
           MOVE TERM-RESULT TO RSL-TEXT.
           WRITE REPORT-LINE FROM RESULT-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE BALANCE-CHECK = SECTIONS-COPIED-COUNT
               + ALREADY-OFFERED-COUNT + COPY-FAILED-COUNT.
           IF BALANCE-CHECK NOT = OLD-SECTION-COUNT
              OR COPY-FAILED-COUNT GREATER THAN ZEROES
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.
           COMPUTE BALANCE-CHECK = PURGED-PROMOTED-COUNT
               + PURGED-REMOVED-COUNT + PURGED-WAITING-COUNT.
           IF BALANCE-CHECK NOT = WAITLIST-PURGED-COUNT
              OR WAITLIST-PURGED-COUNT NOT = WAITLIST-READ-COUNT
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.
           MOVE "BALANCE:" TO RSL-LABEL.
           IF OUT-OF-BALANCE
               MOVE "OUT OF BALANCE - SEE CONSOLE" TO RSL-TEXT
           ELSE
               MOVE "IN BALANCE" TO RSL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       0850-CHECK-PAGE-BREAK.
           IF PRINT-LINE-COUNT NOT LESS THAN LINES-PER-PAGE
               PERFORM 0860-START-NEW-PAGE
           END-IF.

       0860-START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HDG-PAGE.
           WRITE REPORT-LINE FROM PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO PRINT-LINE-COUNT.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "TERM CLOSE CONTROL REPORT".
           DISPLAY "CLOSED TERM:             " OLD-TERM.
           DISPLAY "OPENED TERM:             " NEW-TERM.
           DISPLAY "ADD/DROP DEADLINE:       " NEW-DEADLINE.
           DISPLAY "UNGRADED (FORCED):       " UNGRADED-COUNT.
           DISPLAY "SECTIONS IN CLOSED TERM: " OLD-SECTION-COUNT.
           DISPLAY "SECTIONS COPIED:         " SECTIONS-COPIED-COUNT.
           DISPLAY "ALREADY OFFERED:         " ALREADY-OFFERED-COUNT.
           DISPLAY "SECTIONS NOT COPIED:     " COPY-FAILED-COUNT.
           DISPLAY "WAITLIST ENTRIES READ:   " WAITLIST-READ-COUNT.
           DISPLAY "WAITLIST ENTRIES PURGED: " WAITLIST-PURGED-COUNT.
           DISPLAY "WAITLIST NOT PURGED:     " PURGE-FAILED-COUNT.
           DISPLAY "RATE PER CREDIT:         " RATE-RESULT.
           DISPLAY "TERM CONTROL:            " TERM-RESULT.
           IF OUT-OF-BALANCE
               DISPLAY OUT-OF-BALANCE-MSG
           END-IF.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGB0044.
