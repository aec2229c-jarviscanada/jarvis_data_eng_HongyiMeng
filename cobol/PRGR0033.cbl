      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Printed term timetable on the spool (DD RPT0033) in
      *          the RPT0008 page conventions. For a prompted term,
      *          lists every section offered (copybook SECTION) with
      *          its course title, meeting days, start and end times,
      *          room, instructor, capacity and enrolled count - first
      *          in course order, then sorted by room and start time
      *          with a break line for each room, so the schedulers
      *          and the room bookers work from the same printout.
      *          Sections with no meeting time keyed show TBA.
      *          Run from JCL, not the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0033.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECTSEL.
           COPY CRSSEL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "RPT0033"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY SECTION.
           COPY COURSE.
           COPY RPTFILE.
       SD  SORT-WORK-FILE.
       01  SORT-SECTION-RECORD.
           05  SRT-ROOM                PIC X(08).
           05  SRT-START-TIME          PIC 9(04).
           05  SRT-COURSE-CODE         PIC X(08).
           05  SRT-END-TIME            PIC 9(04).
           05  SRT-MEETING-DAYS        PIC X(07).
           05  SRT-INSTRUCTOR          PIC X(20).
           05  SRT-CAPACITY            PIC 9(03).
           05  SRT-ENROLLED            PIC 9(03).
       WORKING-STORAGE SECTION.
           COPY SECTSTAT.
           COPY CRSSTAT.
           COPY RPTSTAT.
       01 REPORT-TERM PIC X(05).
       01 RUN-DATE PIC 9(08).
       01 PREV-ROOM PIC X(08) VALUE SPACES.
       01 SECTION-COUNT PIC 9(08) VALUE ZEROES.
       01 TBA-COUNT PIC 9(08) VALUE ZEROES.
       01 NO-ROOM-COUNT PIC 9(08) VALUE ZEROES.
       01 ROOM-COUNT PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 FIRST-RECORD-SW PIC X(01) VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       01 TIME-RANGE.
           05 TR-START            PIC 9(04).
           05 FILLER              PIC X(01) VALUE "-".
           05 TR-END              PIC 9(04).
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 HDG-TITLE PIC X(28).
        05 FILLER PIC X(06) VALUE "TERM: ".
        05 HDG-TERM PIC X(05).
        05 FILLER PIC X(12) VALUE "  RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COURSE-TITLE PIC X(28) VALUE "TERM TIMETABLE BY COURSE".
       01 ROOM-TITLE PIC X(28) VALUE "TERM TIMETABLE BY ROOM".
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "COURSE".
        05 FILLER PIC X(32) VALUE "TITLE".
        05 FILLER PIC X(09) VALUE "DAYS".
        05 FILLER PIC X(11) VALUE "TIME".
        05 FILLER PIC X(10) VALUE "ROOM".
        05 FILLER PIC X(22) VALUE "INSTRUCTOR".
        05 FILLER PIC X(05) VALUE "CAP".
        05 FILLER PIC X(05) VALUE "ENR".
       01 ROOM-GROUP-LINE.
        05 FILLER PIC X(06) VALUE "ROOM: ".
        05 RGL-ROOM PIC X(20).
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-COURSE PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-TITLE PIC X(30).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-DAYS PIC X(07).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-TIME PIC X(09).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-ROOM PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-INSTRUCTOR PIC X(20).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-CAPACITY PIC ZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-ENROLLED PIC ZZ9.
       01 TRAILER-LINE-1.
        05 FILLER PIC X(25) VALUE "SECTIONS LISTED:        ".
        05 TRL-SECTIONS PIC ZZZZZZZ9.
       01 TRAILER-LINE-2.
        05 FILLER PIC X(25) VALUE "MEETING TIME TBA:       ".
        05 TRL-TBA PIC ZZZZZZZ9.
       01 TRAILER-LINE-3.
        05 FILLER PIC X(25) VALUE "NO ROOM ASSIGNED:       ".
        05 TRL-NO-ROOM PIC ZZZZZZZ9.
       01 TRAILER-LINE-4.
        05 FILLER PIC X(25) VALUE "ROOMS IN USE:           ".
        05 TRL-ROOMS PIC ZZZZZZZ9.
       01 NO-ROOM-TEXT PIC X(20) VALUE "(NO ROOM ASSIGNED)".
       01 TBA-TEXT PIC X(09) VALUE "TBA".
       01 NO-TITLE-TEXT PIC X(30) VALUE "*** NOT IN CATALOG ***".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           DISPLAY "ENTER TERM FOR TIMETABLE (YYYYS) >>".
           ACCEPT REPORT-TERM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-OPEN-FILES.
           IF ABORT-RUN
               PERFORM 0950-CLOSE-OPENED-FILES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE REPORT-TERM TO HDG-TERM
               MOVE RUN-DATE TO HDG-DATE
               ACCEPT HDG-TIME FROM TIME
               MOVE ZEROES TO PAGE-NUMBER
               PERFORM 0200-PRINT-BY-COURSE
               PERFORM 0400-SORT-BY-ROOM
               PERFORM 0800-PRINT-TRAILER
               PERFORM 0950-CLOSE-OPENED-FILES
               PERFORM 0970-DISPLAY-CONTROL-REPORT
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN INPUT SECTION-FILE.
           IF NOT SECTION-FILE-OK
               DISPLAY OPEN-FAIL-MSG "SECTION-FILE, STATUS "
                   SECTION-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF NOT COURSE-FILE-OK
               DISPLAY OPEN-FAIL-MSG "COURSE-FILE, STATUS "
                   COURSE-FILE-STATUS
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
           IF COURSE-FILE-OK
               CLOSE COURSE-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0150-START-SECTION-SCAN.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO SEC-KEY.
           START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0160-READ-NEXT-SECTION.

       0160-READ-NEXT-SECTION.
           IF NOT AT-EOF
               READ SECTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO AT-EOF-SW
               END-READ
           END-IF.

       0180-LOOK-UP-TITLE.
           READ COURSE-FILE
               INVALID KEY
                   MOVE NO-TITLE-TEXT TO DET-TITLE
               NOT INVALID KEY
                   MOVE CRS-TITLE TO DET-TITLE
           END-READ.

       0200-PRINT-BY-COURSE.
           MOVE COURSE-TITLE TO HDG-TITLE.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           PERFORM 0150-START-SECTION-SCAN.
           PERFORM 0300-PRINT-ONE-SECTION UNTIL AT-EOF.

       0300-PRINT-ONE-SECTION.
           IF SEC-TERM-CODE = REPORT-TERM
               ADD 1 TO SECTION-COUNT
               MOVE SEC-COURSE-CODE TO DET-COURSE
               MOVE SEC-COURSE-CODE TO CRS-CODE
               PERFORM 0180-LOOK-UP-TITLE
               MOVE SEC-ROOM TO DET-ROOM
               MOVE SEC-INSTRUCTOR TO DET-INSTRUCTOR
               MOVE SEC-CAPACITY TO DET-CAPACITY
               MOVE SEC-ENROLLED TO DET-ENROLLED
               MOVE SEC-MEETING-DAYS TO DET-DAYS
               IF SEC-MEETING-DAYS = SPACES
                   ADD 1 TO TBA-COUNT
                   MOVE TBA-TEXT TO DET-TIME
               ELSE
                   MOVE SEC-START-TIME TO TR-START
                   MOVE SEC-END-TIME TO TR-END
                   MOVE TIME-RANGE TO DET-TIME
               END-IF
               IF SEC-ROOM = SPACES
                   ADD 1 TO NO-ROOM-COUNT
               END-IF
               PERFORM 0850-CHECK-PAGE-BREAK
               WRITE REPORT-LINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO PRINT-LINE-COUNT
           END-IF.
           PERFORM 0160-READ-NEXT-SECTION.

       0400-SORT-BY-ROOM.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ROOM
                                SRT-START-TIME
                                SRT-COURSE-CODE
               INPUT PROCEDURE 0500-RELEASE-SECTIONS
               OUTPUT PROCEDURE 0600-PRINT-BY-ROOM.

       0500-RELEASE-SECTIONS.
           PERFORM 0150-START-SECTION-SCAN.
           PERFORM 0550-RELEASE-ONE UNTIL AT-EOF.

       0550-RELEASE-ONE.
           IF SEC-TERM-CODE = REPORT-TERM
               MOVE SEC-ROOM TO SRT-ROOM
               MOVE SEC-START-TIME TO SRT-START-TIME
               MOVE SEC-COURSE-CODE TO SRT-COURSE-CODE
               MOVE SEC-END-TIME TO SRT-END-TIME
               MOVE SEC-MEETING-DAYS TO SRT-MEETING-DAYS
               MOVE SEC-INSTRUCTOR TO SRT-INSTRUCTOR
               MOVE SEC-CAPACITY TO SRT-CAPACITY
               MOVE SEC-ENROLLED TO SRT-ENROLLED
               RELEASE SORT-SECTION-RECORD
           END-IF.
           PERFORM 0160-READ-NEXT-SECTION.

       0600-PRINT-BY-ROOM.
           MOVE ROOM-TITLE TO HDG-TITLE.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           MOVE "Y" TO FIRST-RECORD-SW.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0650-RETURN-NEXT-SORTED.
           PERFORM 0700-PRINT-SORTED-SECTION UNTIL AT-EOF.

       0650-RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-RETURN.

       0700-PRINT-SORTED-SECTION.
           IF FIRST-RECORD OR SRT-ROOM NOT = PREV-ROOM
               MOVE "N" TO FIRST-RECORD-SW
               MOVE SRT-ROOM TO PREV-ROOM
               PERFORM 0750-PUT-ROOM-HEADING
           END-IF.
           MOVE SRT-COURSE-CODE TO DET-COURSE.
           MOVE SRT-COURSE-CODE TO CRS-CODE.
           PERFORM 0180-LOOK-UP-TITLE.
           MOVE SRT-ROOM TO DET-ROOM.
           MOVE SRT-INSTRUCTOR TO DET-INSTRUCTOR.
           MOVE SRT-CAPACITY TO DET-CAPACITY.
           MOVE SRT-ENROLLED TO DET-ENROLLED.
           MOVE SRT-MEETING-DAYS TO DET-DAYS.
           IF SRT-MEETING-DAYS = SPACES
               MOVE TBA-TEXT TO DET-TIME
           ELSE
               MOVE SRT-START-TIME TO TR-START
               MOVE SRT-END-TIME TO TR-END
               MOVE TIME-RANGE TO DET-TIME
           END-IF.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.
           PERFORM 0650-RETURN-NEXT-SORTED.

       0750-PUT-ROOM-HEADING.
           IF PREV-ROOM = SPACES
               MOVE NO-ROOM-TEXT TO RGL-ROOM
           ELSE
               MOVE PREV-ROOM TO RGL-ROOM
               ADD 1 TO ROOM-COUNT
           END-IF.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM ROOM-GROUP-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO PRINT-LINE-COUNT.

       0800-PRINT-TRAILER.
           MOVE SECTION-COUNT TO TRL-SECTIONS.
           MOVE TBA-COUNT TO TRL-TBA.
           MOVE NO-ROOM-COUNT TO TRL-NO-ROOM.
           MOVE ROOM-COUNT TO TRL-ROOMS.
           WRITE REPORT-LINE FROM TRAILER-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-4
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
           WRITE REPORT-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO PRINT-LINE-COUNT.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "TERM TIMETABLE CONTROL REPORT".
           DISPLAY "TERM:                    " REPORT-TERM.
           DISPLAY "SECTIONS LISTED:         " SECTION-COUNT.
           DISPLAY "MEETING TIME TBA:        " TBA-COUNT.
           DISPLAY "NO ROOM ASSIGNED:        " NO-ROOM-COUNT.
           DISPLAY "ROOMS IN USE:            " ROOM-COUNT.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGR0033.
