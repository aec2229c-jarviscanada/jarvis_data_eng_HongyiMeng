      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: One-time conversion of the free-text majors on file
      *          to major table codes (copybook MAJOR), run from JCL
      *          once the registrar has keyed the table in PRGT0045.
      *          A free-text major is matched, ignoring case, against
      *          every code on the table, every full name short
      *          enough to have been keyed into the 20-byte major
      *          field, and the registrar's crosswalk of variants
      *          (copybook MAJXREF, DD MAJXREF - optional). Crosswalk
      *          entries naming a code not on the table, or a variant
      *          already sent to another code, are refused and listed.
      *          The student master is converted through the audited
      *          rewrite (before/after audit record, operator BATCH)
      *          so PRGB0016 replays it; the archive is converted in
      *          place so a restore brings back a code; the major on
      *          each graduation record (copybook GRADUATE) is
      *          converted in place so a pending graduation and the
      *          transcript's degree conferred line resolve the same
      *          way as a graduation confirmed later; and each
      *          degree requirements record (copybook DEGREQ), keyed
      *          by major, is written under its code and the old
      *          record deleted - a record whose new key is already
      *          on file is left alone and listed. The operator first
      *          chooses a conversion or a trial run: a trial run
      *          changes nothing and prints the same listing and
      *          counts, so the crosswalk can be built up and the
      *          trial repeated until the list is clean. The spool
      *          (DD RPT0046) lists every record that could not be
      *          converted, for manual cleanup through PRGU0003 and
      *          PRGP0038 or a crosswalk entry and a rerun, and ends
      *          with a control page balancing each file's records
      *          read against those already coded, converted,
      *          unmapped and not converted. Records already carrying
      *          a code are left alone, so the run can be repeated
      *          safely.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0046.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY AUDSEL.
           COPY GPAHSEL.
           COPY ARCHSEL.
           COPY GRADSEL.
           COPY DRQSEL.
           COPY MAJSEL.
           COPY MXRSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0046"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT DRQ-SORT-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY AUDIT.
           COPY GPAHIST.
           COPY ARCHIVE.
           COPY GRADUATE.
           COPY DEGREQ.
           COPY MAJOR.
           COPY MAJXREF.
           COPY RPTFILE.
       SD  DRQ-SORT-FILE.
       01  DRQ-SORT-RECORD.
           05  DSR-OLD-KEY.
               10  DSR-OLD-MAJOR       PIC X(20).
               10  DSR-COURSE-CODE     PIC X(08).
           05  DSR-NEW-CODE            PIC X(06).
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY AUDSTAT.
           COPY GPAHSTAT.
           COPY ARCHSTAT.
           COPY GRADSTAT.
           COPY DRQSTAT.
           COPY MAJSTAT.
           COPY MXRSTAT.
           COPY RPTSTAT.
           COPY UPDWS.
           COPY GPAHWS.
       01 RUN-DATE PIC 9(08).
       01 CONVERT-ANSWER PIC X(01).
       01 LOWER-LETTERS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-LETTERS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 MAJOR-TEXT PIC X(20).
       01 MATCH-TEXT PIC X(20).
       01 MAPPED-CODE PIC X(06).
       01 ADD-TEXT PIC X(20).
       01 ADD-CODE PIC X(06).
       01 MAP-RESULT PIC X(01).
           88 MAP-CODED VALUE "C".
           88 MAP-MAPPED VALUE "M".
           88 MAP-UNMAPPED VALUE "U".
       01 ADD-RESULT PIC X(01).
           88 ADD-DONE VALUE "A".
           88 ADD-DUPLICATE VALUE "D".
           88 ADD-CONFLICT VALUE "C".
           88 ADD-TABLE-FULL VALUE "F".
       01 MATCH-MAX PIC 9(04) VALUE 2000.
       01 MATCH-USED PIC 9(04) VALUE ZEROES.
       01 MATCH-SUB PIC 9(04) VALUE ZEROES.
       01 MATCH-HIT PIC 9(04) VALUE ZEROES.
       01 MATCH-TABLE.
        05 MATCH-ENTRY OCCURS 2000 TIMES.
         10 MTB-TEXT PIC X(20).
         10 MTB-CODE PIC X(06).
       01 CODE-COUNT PIC 9(08) VALUE ZEROES.
       01 NAME-COUNT PIC 9(08) VALUE ZEROES.
       01 NAME-SKIPPED-COUNT PIC 9(08) VALUE ZEROES.
       01 XREF-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 XREF-LOADED-COUNT PIC 9(08) VALUE ZEROES.
       01 XREF-REFUSED-COUNT PIC 9(08) VALUE ZEROES.
       01 STU-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 STU-CODED-COUNT PIC 9(08) VALUE ZEROES.
       01 STU-CONVERTED-COUNT PIC 9(08) VALUE ZEROES.
       01 STU-UNMAPPED-COUNT PIC 9(08) VALUE ZEROES.
       01 STU-FAILED-COUNT PIC 9(08) VALUE ZEROES.
       01 ARC-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 ARC-CODED-COUNT PIC 9(08) VALUE ZEROES.
       01 ARC-CONVERTED-COUNT PIC 9(08) VALUE ZEROES.
       01 ARC-UNMAPPED-COUNT PIC 9(08) VALUE ZEROES.
       01 ARC-FAILED-COUNT PIC 9(08) VALUE ZEROES.
       01 GRD-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 GRD-CODED-COUNT PIC 9(08) VALUE ZEROES.
       01 GRD-CONVERTED-COUNT PIC 9(08) VALUE ZEROES.
       01 GRD-UNMAPPED-COUNT PIC 9(08) VALUE ZEROES.
       01 GRD-FAILED-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-READ-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-CODED-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-SELECTED-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-CONVERTED-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-UNMAPPED-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-KEY-IN-USE-COUNT PIC 9(08) VALUE ZEROES.
       01 DRQ-FAILED-COUNT PIC 9(08) VALUE ZEROES.
       01 BALANCE-CHECK PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 MATCH-FOUND-SW PIC X(01) VALUE "N".
           88 MATCH-FOUND VALUE "Y".
       01 CONVERT-RUN-SW PIC X(01) VALUE "N".
           88 CONVERT-RUN VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 OUT-OF-BALANCE-SW PIC X(01) VALUE "N".
           88 OUT-OF-BALANCE VALUE "Y".
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(24) VALUE "MAJOR CODE CONVERSION - ".
        05 HDG-MODE PIC X(14).
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COLUMN-HEADING.
        05 FILLER PIC X(10) VALUE "FILE".
        05 FILLER PIC X(22) VALUE "KEY".
        05 FILLER PIC X(33) VALUE "NAME".
        05 FILLER PIC X(22) VALUE "MAJOR ON FILE".
        05 FILLER PIC X(30) VALUE "REASON NOT CONVERTED".
       01 DETAIL-LINE.
        05 DET-FILE PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-KEY PIC X(20).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-LAST-NAME PIC X(15).
        05 FILLER PIC X(01) VALUE SPACES.
        05 DET-FIRST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-MAJOR PIC X(20).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-REASON PIC X(30).
       01 CONTROL-HEADING.
        05 FILLER PIC X(38) VALUE
           "MAJOR CODE CONVERSION CONTROL REPORT -".
        05 FILLER PIC X(01) VALUE SPACES.
        05 CTH-MODE PIC X(14).
       01 CONTROL-LINE.
        05 CTL-LABEL PIC X(34).
        05 CTL-COUNT PIC ZZZZZZZ9.
       01 RESULT-LINE.
        05 RSL-LABEL PIC X(34).
        05 RSL-TEXT PIC X(30).
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 NO-XREF-MSG PIC X(60) VALUE
           "NO MAJOR CROSSWALK, MATCHING ON CODE AND NAME ONLY".
       01 EMPTY-TABLE-MSG PIC X(50) VALUE
           "NO CODES ON THE MAJOR TABLE, KEY THEM IN PRGT0045".
       01 TRIAL-RUN-MSG PIC X(40) VALUE
           "TRIAL RUN, NO RECORDS WILL BE CHANGED".
       01 OUT-OF-BALANCE-MSG PIC X(45) VALUE
           "*** MAJOR CONVERSION OUT OF BALANCE ***".
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "BATCH   " TO OPERATOR-ID.
           DISPLAY "CONVERT MAJORS ON FILE NOW? "
               "(Y=CONVERT, N=TRIAL LIST ONLY) >>".
           ACCEPT CONVERT-ANSWER.
           IF CONVERT-ANSWER = "Y" OR CONVERT-ANSWER = "y"
               MOVE "Y" TO CONVERT-RUN-SW
               MOVE "CONVERSION RUN" TO HDG-MODE
           ELSE
               DISPLAY TRIAL-RUN-MSG
               MOVE "TRIAL RUN" TO HDG-MODE
           END-IF.
           MOVE HDG-MODE TO CTH-MODE.
           PERFORM 0110-OPEN-FILES.
           IF NOT ABORT-RUN
               PERFORM 0180-START-REPORT
               PERFORM 0200-LOAD-MATCH-TABLE
           END-IF.
           IF NOT ABORT-RUN
               PERFORM 0300-CONVERT-STUDENTS
               PERFORM 0500-CONVERT-ARCHIVE
               PERFORM 0550-CONVERT-GRADUATES
               PERFORM 0600-CONVERT-DEGREQ
               PERFORM 0800-FINISH-REPORT
           END-IF.
           PERFORM 0950-CLOSE-OPENED-FILES.
           IF NOT ABORT-RUN
               PERFORM 0970-DISPLAY-CONTROL-REPORT
           END-IF.
           IF ABORT-RUN OR OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN I-O STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                   STUDENT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "AUDIT-FILE, STATUS "
                   AUDIT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               DISPLAY OPEN-FAIL-MSG "ARCHIVE-FILE, STATUS "
                   ARCHIVE-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O GRAD-FILE.
           IF NOT GRAD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GRAD-FILE, STATUS "
                   GRAD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O DEGREQ-FILE.
           IF NOT DEGREQ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "DEGREQ-FILE, STATUS "
                   DEGREQ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
                   REPORT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF AUDIT-FILE-OK
               CLOSE AUDIT-FILE
           END-IF.
           IF ARCHIVE-FILE-OK
               CLOSE ARCHIVE-FILE
           END-IF.
           IF GRAD-FILE-OK
               CLOSE GRAD-FILE
           END-IF.
           IF DEGREQ-FILE-OK
               CLOSE DEGREQ-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0180-START-REPORT.
           MOVE RUN-DATE TO HDG-DATE.
           ACCEPT HDG-TIME FROM TIME.
           MOVE ZEROES TO PAGE-NUMBER.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           PERFORM 0850-CHECK-PAGE-BREAK.

       0200-LOAD-MATCH-TABLE.
           MOVE ZEROES TO MATCH-USED.
           OPEN INPUT MAJOR-FILE.
           IF MAJOR-FILE-OK
               MOVE "N" TO AT-EOF-SW
               MOVE LOW-VALUES TO MAJ-CODE
               START MAJOR-FILE KEY IS NOT LESS THAN MAJ-CODE
                   INVALID KEY
                       MOVE "Y" TO AT-EOF-SW
               END-START
               PERFORM 0210-LOAD-ONE-MAJOR UNTIL AT-EOF
               CLOSE MAJOR-FILE
               IF CODE-COUNT = ZEROES
                   DISPLAY EMPTY-TABLE-MSG
                   MOVE "Y" TO ABORT-RUN-SW
               END-IF
           ELSE
               DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                   MAJOR-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           IF NOT ABORT-RUN
               PERFORM 0230-LOAD-CROSSWALK
           END-IF.

       0210-LOAD-ONE-MAJOR.
           READ MAJOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE MAJ-CODE TO ADD-TEXT
               MOVE MAJ-CODE TO ADD-CODE
               PERFORM 0250-ADD-MATCH
               IF ADD-DONE
                   ADD 1 TO CODE-COUNT
               ELSE
                   PERFORM 0220-LIST-MAJOR-REFUSED
               END-IF
               IF MAJ-NAME(21:10) = SPACES
                   MOVE MAJ-NAME TO ADD-TEXT
                   PERFORM 0250-ADD-MATCH
                   IF ADD-DONE OR ADD-DUPLICATE
                       ADD 1 TO NAME-COUNT
                   ELSE
                       PERFORM 0220-LIST-MAJOR-REFUSED
                   END-IF
               ELSE
                   ADD 1 TO NAME-SKIPPED-COUNT
               END-IF
           END-IF.

       0220-LIST-MAJOR-REFUSED.
           MOVE "MAJOR" TO DET-FILE.
           MOVE MAJ-CODE TO DET-KEY.
           MOVE SPACES TO DET-LAST-NAME.
           MOVE SPACES TO DET-FIRST-NAME.
           MOVE ADD-TEXT TO DET-MAJOR.
           IF ADD-TABLE-FULL
               MOVE "MATCH TABLE FULL" TO DET-REASON
           ELSE
               MOVE SPACES TO DET-REASON
               STRING "ALREADY MATCHES CODE " DELIMITED BY SIZE
                   MTB-CODE(MATCH-HIT) DELIMITED BY SIZE
                   INTO DET-REASON
           END-IF.
           PERFORM 0880-WRITE-DETAIL.

       0230-LOAD-CROSSWALK.
           OPEN INPUT MAJXREF-FILE.
           IF MAJXREF-FILE-OK
               MOVE "N" TO AT-EOF-SW
               PERFORM 0240-LOAD-ONE-XREF UNTIL AT-EOF
               CLOSE MAJXREF-FILE
           ELSE
               IF MAJXREF-FILE-MISSING
                   DISPLAY NO-XREF-MSG
               ELSE
                   DISPLAY OPEN-FAIL-MSG "MAJXREF-FILE, STATUS "
                       MAJXREF-FILE-STATUS
                   MOVE "Y" TO ABORT-RUN-SW
               END-IF
           END-IF.

       0240-LOAD-ONE-XREF.
           READ MAJXREF-FILE
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               ADD 1 TO XREF-READ-COUNT
               MOVE "MAJXREF" TO DET-FILE
               MOVE MXR-OLD-MAJOR TO DET-KEY
               MOVE SPACES TO DET-LAST-NAME
               MOVE SPACES TO DET-FIRST-NAME
               MOVE MXR-MAJOR-CODE TO DET-MAJOR
               MOVE MXR-MAJOR-CODE TO MATCH-TEXT
               PERFORM 0260-FIND-MATCH
               IF MATCH-FOUND
                  AND MTB-CODE(MATCH-HIT) = MXR-MAJOR-CODE
                   MOVE MXR-OLD-MAJOR TO ADD-TEXT
                   MOVE MXR-MAJOR-CODE TO ADD-CODE
                   PERFORM 0250-ADD-MATCH
                   EVALUATE TRUE
                       WHEN ADD-DONE
                       WHEN ADD-DUPLICATE
                           ADD 1 TO XREF-LOADED-COUNT
                       WHEN ADD-TABLE-FULL
                           ADD 1 TO XREF-REFUSED-COUNT
                           MOVE "MATCH TABLE FULL" TO DET-REASON
                           PERFORM 0880-WRITE-DETAIL
                       WHEN OTHER
                           ADD 1 TO XREF-REFUSED-COUNT
                           MOVE SPACES TO DET-REASON
                           STRING "ALREADY MATCHES CODE "
                                   DELIMITED BY SIZE
                               MTB-CODE(MATCH-HIT) DELIMITED BY SIZE
                               INTO DET-REASON
                           PERFORM 0880-WRITE-DETAIL
                   END-EVALUATE
               ELSE
                   ADD 1 TO XREF-REFUSED-COUNT
                   MOVE "CODE NOT ON MAJOR TABLE" TO DET-REASON
                   PERFORM 0880-WRITE-DETAIL
               END-IF
           END-IF.

       0250-ADD-MATCH.
           MOVE ADD-TEXT TO MATCH-TEXT.
           INSPECT MATCH-TEXT CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           PERFORM 0260-FIND-MATCH.
           IF MATCH-FOUND
               IF MTB-CODE(MATCH-HIT) = ADD-CODE
                   SET ADD-DUPLICATE TO TRUE
               ELSE
                   SET ADD-CONFLICT TO TRUE
               END-IF
           ELSE
               IF MATCH-USED LESS THAN MATCH-MAX
                   ADD 1 TO MATCH-USED
                   MOVE MATCH-TEXT TO MTB-TEXT(MATCH-USED)
                   MOVE ADD-CODE TO MTB-CODE(MATCH-USED)
                   SET ADD-DONE TO TRUE
               ELSE
                   SET ADD-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       0260-FIND-MATCH.
           MOVE "N" TO MATCH-FOUND-SW.
           MOVE ZEROES TO MATCH-HIT.
           PERFORM 0265-CHECK-ONE-MATCH
               VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB GREATER THAN MATCH-USED
                  OR MATCH-FOUND.

       0265-CHECK-ONE-MATCH.
           IF MTB-TEXT(MATCH-SUB) = MATCH-TEXT
               MOVE "Y" TO MATCH-FOUND-SW
               MOVE MATCH-SUB TO MATCH-HIT
           END-IF.

       0300-CONVERT-STUDENTS.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO STU-ID.
           START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0310-CONVERT-ONE-STUDENT UNTIL AT-EOF.

       0310-CONVERT-ONE-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               ADD 1 TO STU-READ-COUNT
               MOVE STU-MAJOR TO MAJOR-TEXT
               PERFORM 0400-MAP-MAJOR
               EVALUATE TRUE
                   WHEN MAP-CODED
                       ADD 1 TO STU-CODED-COUNT
                   WHEN MAP-MAPPED
                       PERFORM 0320-REWRITE-STUDENT
                   WHEN OTHER
                       ADD 1 TO STU-UNMAPPED-COUNT
                       MOVE "NO MATCHING MAJOR CODE" TO DET-REASON
                       PERFORM 0330-LIST-STUDENT
               END-EVALUATE
           END-IF.

       0320-REWRITE-STUDENT.
           IF CONVERT-RUN
               PERFORM 5300-SAVE-BEFORE-IMAGE
               MOVE MAPPED-CODE TO STU-MAJOR
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO STU-FAILED-COUNT
                       DISPLAY "UNABLE TO CONVERT STUDENT " STU-ID
                           ", STATUS " STUDENT-FILE-STATUS
                       MOVE "NOT CONVERTED - SEE CONSOLE"
                           TO DET-REASON
                       PERFORM 0330-LIST-STUDENT
                   NOT INVALID KEY
                       PERFORM 5600-WRITE-AUDIT-RECORD
                       ADD 1 TO STU-CONVERTED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO STU-CONVERTED-COUNT
           END-IF.

       0330-LIST-STUDENT.
           MOVE "STUDENT" TO DET-FILE.
           MOVE STU-ID TO DET-KEY.
           MOVE STU-LAST-NAME TO DET-LAST-NAME.
           MOVE STU-FIRST-NAME TO DET-FIRST-NAME.
           MOVE MAJOR-TEXT TO DET-MAJOR.
           PERFORM 0880-WRITE-DETAIL.

       0400-MAP-MAJOR.
           MOVE SPACES TO MAPPED-CODE.
           MOVE MAJOR-TEXT TO MATCH-TEXT.
           INSPECT MATCH-TEXT CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           PERFORM 0260-FIND-MATCH.
           IF MATCH-FOUND
               MOVE MTB-CODE(MATCH-HIT) TO MAPPED-CODE
               IF MAJOR-TEXT = MAPPED-CODE
                   SET MAP-CODED TO TRUE
               ELSE
                   SET MAP-MAPPED TO TRUE
               END-IF
           ELSE
               SET MAP-UNMAPPED TO TRUE
           END-IF.

       0500-CONVERT-ARCHIVE.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO ARC-ID.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-ID
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0510-CONVERT-ONE-ARCHIVE UNTIL AT-EOF.

       0510-CONVERT-ONE-ARCHIVE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               ADD 1 TO ARC-READ-COUNT
               MOVE ARC-MAJOR TO MAJOR-TEXT
               PERFORM 0400-MAP-MAJOR
               EVALUATE TRUE
                   WHEN MAP-CODED
                       ADD 1 TO ARC-CODED-COUNT
                   WHEN MAP-MAPPED
                       PERFORM 0520-REWRITE-ARCHIVE
                   WHEN OTHER
                       ADD 1 TO ARC-UNMAPPED-COUNT
                       MOVE "NO MATCHING MAJOR CODE" TO DET-REASON
                       PERFORM 0530-LIST-ARCHIVE
               END-EVALUATE
           END-IF.

       0520-REWRITE-ARCHIVE.
           IF CONVERT-RUN
               MOVE MAPPED-CODE TO ARC-MAJOR
               REWRITE ARCHIVE-RECORD
                   INVALID KEY
                       ADD 1 TO ARC-FAILED-COUNT
                       DISPLAY "UNABLE TO CONVERT ARCHIVE " ARC-ID
                           ", STATUS " ARCHIVE-FILE-STATUS
                       MOVE "NOT CONVERTED - SEE CONSOLE"
                           TO DET-REASON
                       PERFORM 0530-LIST-ARCHIVE
                   NOT INVALID KEY
                       ADD 1 TO ARC-CONVERTED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO ARC-CONVERTED-COUNT
           END-IF.

       0530-LIST-ARCHIVE.
           MOVE "ARCHIVE" TO DET-FILE.
           MOVE ARC-ID TO DET-KEY.
           MOVE ARC-LAST-NAME TO DET-LAST-NAME.
           MOVE ARC-FIRST-NAME TO DET-FIRST-NAME.
           MOVE MAJOR-TEXT TO DET-MAJOR.
           PERFORM 0880-WRITE-DETAIL.

       0550-CONVERT-GRADUATES.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO GRAD-STUDENT-ID.
           START GRAD-FILE KEY IS NOT LESS THAN GRAD-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0560-CONVERT-ONE-GRADUATE UNTIL AT-EOF.

       0560-CONVERT-ONE-GRADUATE.
           READ GRAD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               ADD 1 TO GRD-READ-COUNT
               MOVE GRAD-MAJOR TO MAJOR-TEXT
               PERFORM 0400-MAP-MAJOR
               EVALUATE TRUE
                   WHEN MAP-CODED
                       ADD 1 TO GRD-CODED-COUNT
                   WHEN MAP-MAPPED
                       PERFORM 0570-REWRITE-GRADUATE
                   WHEN OTHER
                       ADD 1 TO GRD-UNMAPPED-COUNT
                       MOVE "NO MATCHING MAJOR CODE" TO DET-REASON
                       PERFORM 0580-LIST-GRADUATE
               END-EVALUATE
           END-IF.

       0570-REWRITE-GRADUATE.
           IF CONVERT-RUN
               MOVE MAPPED-CODE TO GRAD-MAJOR
               REWRITE GRADUATE-RECORD
                   INVALID KEY
                       ADD 1 TO GRD-FAILED-COUNT
                       DISPLAY "UNABLE TO CONVERT GRADUATE "
                           GRAD-STUDENT-ID ", STATUS "
                           GRAD-FILE-STATUS
                       MOVE "NOT CONVERTED - SEE CONSOLE"
                           TO DET-REASON
                       PERFORM 0580-LIST-GRADUATE
                   NOT INVALID KEY
                       ADD 1 TO GRD-CONVERTED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO GRD-CONVERTED-COUNT
           END-IF.

       0580-LIST-GRADUATE.
           MOVE "GRADUATE" TO DET-FILE.
           MOVE GRAD-STUDENT-ID TO DET-KEY.
           MOVE SPACES TO DET-LAST-NAME.
           MOVE SPACES TO DET-FIRST-NAME.
           MOVE MAJOR-TEXT TO DET-MAJOR.
           PERFORM 0880-WRITE-DETAIL.

       0600-CONVERT-DEGREQ.
           SORT DRQ-SORT-FILE
               ON ASCENDING KEY DSR-OLD-KEY
               INPUT PROCEDURE 0610-SELECT-DEGREQ
               OUTPUT PROCEDURE 0650-REKEY-DEGREQ.

       0610-SELECT-DEGREQ.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO DRQ-KEY.
           START DEGREQ-FILE KEY IS NOT LESS THAN DRQ-KEY
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0620-SELECT-ONE-DEGREQ UNTIL AT-EOF.

       0620-SELECT-ONE-DEGREQ.
           READ DEGREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               ADD 1 TO DRQ-READ-COUNT
               MOVE DRQ-MAJOR TO MAJOR-TEXT
               PERFORM 0400-MAP-MAJOR
               EVALUATE TRUE
                   WHEN MAP-CODED
                       ADD 1 TO DRQ-CODED-COUNT
                   WHEN MAP-MAPPED
                       ADD 1 TO DRQ-SELECTED-COUNT
                       MOVE DRQ-KEY TO DSR-OLD-KEY
                       MOVE MAPPED-CODE TO DSR-NEW-CODE
                       RELEASE DRQ-SORT-RECORD
                   WHEN OTHER
                       ADD 1 TO DRQ-UNMAPPED-COUNT
                       MOVE "NO MATCHING MAJOR CODE" TO DET-REASON
                       PERFORM 0690-LIST-DEGREQ
               END-EVALUATE
           END-IF.

       0650-REKEY-DEGREQ.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0660-RETURN-NEXT-SELECTED.
           PERFORM 0670-REKEY-ONE-DEGREQ UNTIL AT-EOF.

       0660-RETURN-NEXT-SELECTED.
           RETURN DRQ-SORT-FILE
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-RETURN.

       0670-REKEY-ONE-DEGREQ.
           MOVE DSR-NEW-CODE TO DRQ-MAJOR.
           MOVE DSR-COURSE-CODE TO DRQ-COURSE-CODE.
           READ DEGREQ-FILE
               INVALID KEY
                   PERFORM 0680-MOVE-DEGREQ
               NOT INVALID KEY
                   ADD 1 TO DRQ-KEY-IN-USE-COUNT
                   MOVE DSR-OLD-KEY TO DRQ-KEY
                   MOVE "CODE ALREADY HAS THIS RECORD" TO DET-REASON
                   PERFORM 0690-LIST-DEGREQ
           END-READ.
           PERFORM 0660-RETURN-NEXT-SELECTED.

       0680-MOVE-DEGREQ.
           MOVE DSR-OLD-KEY TO DRQ-KEY.
           READ DEGREQ-FILE
               INVALID KEY
                   ADD 1 TO DRQ-FAILED-COUNT
                   DISPLAY "UNABLE TO REREAD DEGREQ " DSR-OLD-KEY
                       ", STATUS " DEGREQ-FILE-STATUS
                   MOVE "NOT CONVERTED - SEE CONSOLE" TO DET-REASON
                   PERFORM 0690-LIST-DEGREQ
               NOT INVALID KEY
                   IF CONVERT-RUN
                       PERFORM 0685-WRITE-NEW-KEY
                   ELSE
                       ADD 1 TO DRQ-CONVERTED-COUNT
                   END-IF
           END-READ.

       0685-WRITE-NEW-KEY.
           MOVE DSR-NEW-CODE TO DRQ-MAJOR.
           MOVE RUN-DATE TO DRQ-DATE-CHANGED.
           MOVE OPERATOR-ID TO DRQ-CHANGED-BY.
           WRITE DEGREQ-RECORD
               INVALID KEY
                   IF DEGREQ-FILE-STATUS = "22"
                       ADD 1 TO DRQ-KEY-IN-USE-COUNT
                       MOVE "CODE ALREADY HAS THIS RECORD"
                           TO DET-REASON
                   ELSE
                       ADD 1 TO DRQ-FAILED-COUNT
                       DISPLAY "UNABLE TO CONVERT DEGREQ " DSR-OLD-KEY
                           ", STATUS " DEGREQ-FILE-STATUS
                       MOVE "NOT CONVERTED - SEE CONSOLE"
                           TO DET-REASON
                   END-IF
                   MOVE DSR-OLD-KEY TO DRQ-KEY
                   PERFORM 0690-LIST-DEGREQ
               NOT INVALID KEY
                   ADD 1 TO DRQ-CONVERTED-COUNT
                   MOVE DSR-OLD-KEY TO DRQ-KEY
                   DELETE DEGREQ-FILE
                       INVALID KEY
                           DISPLAY "UNABLE TO REMOVE OLD DEGREQ "
                               DSR-OLD-KEY ", STATUS "
                               DEGREQ-FILE-STATUS
                           MOVE "Y" TO OUT-OF-BALANCE-SW
                       NOT INVALID KEY
                           CONTINUE
                   END-DELETE
           END-WRITE.

       0690-LIST-DEGREQ.
           MOVE "DEGREQ" TO DET-FILE.
           IF DRQ-PROGRAM-RECORD
               MOVE "PROGRAM TOTALS" TO DET-KEY
           ELSE
               MOVE DRQ-COURSE-CODE TO DET-KEY
           END-IF.
           MOVE SPACES TO DET-LAST-NAME.
           MOVE SPACES TO DET-FIRST-NAME.
           MOVE DRQ-MAJOR TO DET-MAJOR.
           PERFORM 0880-WRITE-DETAIL.

       0800-FINISH-REPORT.
           WRITE REPORT-LINE FROM CONTROL-HEADING
               AFTER ADVANCING PAGE.
           MOVE "MAJOR TABLE CODES LOADED:" TO CTL-LABEL.
           MOVE CODE-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "  FULL NAMES MATCHED ON:" TO CTL-LABEL.
           MOVE NAME-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NAMES TOO LONG TO MATCH:" TO CTL-LABEL.
           MOVE NAME-SKIPPED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CROSSWALK ENTRIES READ:" TO CTL-LABEL.
           MOVE XREF-READ-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "  LOADED:" TO CTL-LABEL.
           MOVE XREF-LOADED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  REFUSED - SEE LIST:" TO CTL-LABEL.
           MOVE XREF-REFUSED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STUDENT RECORDS READ:" TO CTL-LABEL.
           MOVE STU-READ-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE STU-CODED-COUNT TO CTL-COUNT.
           MOVE STU-CONVERTED-COUNT TO BALANCE-CHECK.
           PERFORM 0820-WRITE-FILE-COUNTS.
           MOVE "  UNMAPPED - SEE LIST:" TO CTL-LABEL.
           MOVE STU-UNMAPPED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT CONVERTED - SEE CONSOLE:" TO CTL-LABEL.
           MOVE STU-FAILED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ARCHIVE RECORDS READ:" TO CTL-LABEL.
           MOVE ARC-READ-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ARC-CODED-COUNT TO CTL-COUNT.
           MOVE ARC-CONVERTED-COUNT TO BALANCE-CHECK.
           PERFORM 0820-WRITE-FILE-COUNTS.
           MOVE "  UNMAPPED - SEE LIST:" TO CTL-LABEL.
           MOVE ARC-UNMAPPED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT CONVERTED - SEE CONSOLE:" TO CTL-LABEL.
           MOVE ARC-FAILED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "GRADUATION RECORDS READ:" TO CTL-LABEL.
           MOVE GRD-READ-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE GRD-CODED-COUNT TO CTL-COUNT.
           MOVE GRD-CONVERTED-COUNT TO BALANCE-CHECK.
           PERFORM 0820-WRITE-FILE-COUNTS.
           MOVE "  UNMAPPED - SEE LIST:" TO CTL-LABEL.
           MOVE GRD-UNMAPPED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT CONVERTED - SEE CONSOLE:" TO CTL-LABEL.
           MOVE GRD-FAILED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DEGREE REQUIREMENT RECORDS READ:" TO CTL-LABEL.
           MOVE DRQ-READ-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE DRQ-CODED-COUNT TO CTL-COUNT.
           MOVE DRQ-CONVERTED-COUNT TO BALANCE-CHECK.
           PERFORM 0820-WRITE-FILE-COUNTS.
           MOVE "  UNMAPPED - SEE LIST:" TO CTL-LABEL.
           MOVE DRQ-UNMAPPED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  CODE ALREADY HAS RECORD:" TO CTL-LABEL.
           MOVE DRQ-KEY-IN-USE-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT CONVERTED - SEE CONSOLE:" TO CTL-LABEL.
           MOVE DRQ-FAILED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0830-CHECK-BALANCE.
           MOVE "BALANCE:" TO RSL-LABEL.
           IF OUT-OF-BALANCE
               MOVE "OUT OF BALANCE - SEE CONSOLE" TO RSL-TEXT
           ELSE
               MOVE "IN BALANCE" TO RSL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       0820-WRITE-FILE-COUNTS.
           MOVE "  ALREADY CODED:" TO CTL-LABEL.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           IF CONVERT-RUN
               MOVE "  CONVERTED:" TO CTL-LABEL
           ELSE
               MOVE "  WOULD BE CONVERTED:" TO CTL-LABEL
           END-IF.
           MOVE BALANCE-CHECK TO CTL-COUNT.
           WRITE REPORT-LINE FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.

       0830-CHECK-BALANCE.
           COMPUTE BALANCE-CHECK = STU-CODED-COUNT
               + STU-CONVERTED-COUNT + STU-UNMAPPED-COUNT
               + STU-FAILED-COUNT.
           IF BALANCE-CHECK NOT = STU-READ-COUNT
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.
           COMPUTE BALANCE-CHECK = ARC-CODED-COUNT
               + ARC-CONVERTED-COUNT + ARC-UNMAPPED-COUNT
               + ARC-FAILED-COUNT.
           IF BALANCE-CHECK NOT = ARC-READ-COUNT
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.
           COMPUTE BALANCE-CHECK = GRD-CODED-COUNT
               + GRD-CONVERTED-COUNT + GRD-UNMAPPED-COUNT
               + GRD-FAILED-COUNT.
           IF BALANCE-CHECK NOT = GRD-READ-COUNT
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.
           COMPUTE BALANCE-CHECK = DRQ-CODED-COUNT
               + DRQ-SELECTED-COUNT + DRQ-UNMAPPED-COUNT.
           IF BALANCE-CHECK NOT = DRQ-READ-COUNT
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.
           COMPUTE BALANCE-CHECK = DRQ-CONVERTED-COUNT
               + DRQ-KEY-IN-USE-COUNT + DRQ-FAILED-COUNT.
           IF BALANCE-CHECK NOT = DRQ-SELECTED-COUNT
               MOVE "Y" TO OUT-OF-BALANCE-SW
           END-IF.

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

       0880-WRITE-DETAIL.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "MAJOR CONVERSION CONTROL REPORT - " HDG-MODE.
           DISPLAY "MAJOR TABLE CODES:       " CODE-COUNT.
           DISPLAY "CROSSWALK READ:          " XREF-READ-COUNT.
           DISPLAY "CROSSWALK REFUSED:       " XREF-REFUSED-COUNT.
           DISPLAY "STUDENTS READ:           " STU-READ-COUNT.
           DISPLAY "STUDENTS ALREADY CODED:  " STU-CODED-COUNT.
           DISPLAY "STUDENTS CONVERTED:      " STU-CONVERTED-COUNT.
           DISPLAY "STUDENTS UNMAPPED:       " STU-UNMAPPED-COUNT.
           DISPLAY "STUDENTS NOT CONVERTED:  " STU-FAILED-COUNT.
           DISPLAY "ARCHIVE READ:            " ARC-READ-COUNT.
           DISPLAY "ARCHIVE ALREADY CODED:   " ARC-CODED-COUNT.
           DISPLAY "ARCHIVE CONVERTED:       " ARC-CONVERTED-COUNT.
           DISPLAY "ARCHIVE UNMAPPED:        " ARC-UNMAPPED-COUNT.
           DISPLAY "ARCHIVE NOT CONVERTED:   " ARC-FAILED-COUNT.
           DISPLAY "GRADUATES READ:          " GRD-READ-COUNT.
           DISPLAY "GRADUATES ALREADY CODED: " GRD-CODED-COUNT.
           DISPLAY "GRADUATES CONVERTED:     " GRD-CONVERTED-COUNT.
           DISPLAY "GRADUATES UNMAPPED:      " GRD-UNMAPPED-COUNT.
           DISPLAY "GRADUATES NOT CONVERTED: " GRD-FAILED-COUNT.
           DISPLAY "DEGREQ READ:             " DRQ-READ-COUNT.
           DISPLAY "DEGREQ ALREADY CODED:    " DRQ-CODED-COUNT.
           DISPLAY "DEGREQ CONVERTED:        " DRQ-CONVERTED-COUNT.
           DISPLAY "DEGREQ UNMAPPED:         " DRQ-UNMAPPED-COUNT.
           DISPLAY "DEGREQ CODE HAS RECORD:  " DRQ-KEY-IN-USE-COUNT.
           DISPLAY "DEGREQ NOT CONVERTED:    " DRQ-FAILED-COUNT.
           IF OUT-OF-BALANCE
               DISPLAY OUT-OF-BALANCE-MSG
           END-IF.

           COPY UPDVAL.
           COPY GPAVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGB0046.
