      * Purpose: Point-in-time backup of the student master and its
      *          companion files. Copies the student, course,
      *          section, enrollment, enrollment history, waitlist,
      *          rate table, address, GPA history, operator
      *          security, ledger, hold, prerequisite, prerequisite
      *          override, degree requirements, graduation, grade
      *          change, academic standing and major code files
      *          record by record to flat backup files (DDs BKPSTU,
      *          BKPCRS, BKPSEC, BKPENR, BKPENH, BKPWTL, BKPRTE,
      *          BKPADR, BKPGPA, BKPOPR, BKPLDG, BKPHLD, BKPPRQ,
      *          BKPPOV, BKPDRQ, BKPGRD, BKPGCH, BKPSTH, BKPMAJ),
      *          then writes the backup control record (copybook
      *          BKPCTL) with the date and time the snapshot STARTED
      *          and the record count taken from each file.
      *          PRGB0016 reads that control record for its
      *          replay-from point, so a recovery never depends on an
      *          operator keying the right date during an outage. The
      *          control record is only written when every copy
      *          completed, so a failed run can never pass itself off
      *          as the last good backup. Run from JCL in the nightly
      *          window, before the update programs of the next day.
      *          The term control, checkpoint and run-log control
      *          records are deliberately outside the recovery set:
      *          they are single-record operational state their
      *          owning programs re-key or rebuild.
      * Modified: 2026-09-03 HYM - The operator backup record grew to
      *           27 bytes with the account lifecycle fields added
      *           to copybook OPERSEC.
      *           OUTPUT has already truncated the previous record,
      *           so the step must show failed until a rerun lands
      *           a good one.
      * Modified: 2026-10-15 HYM - The section backup record grew to
      *           62 bytes with the meeting schedule, room and
      *           instructor added to copybook SECTION.
      * Modified: 2026-10-15 HYM - The waitlist backup record grew to
      *           42 bytes with the entry status and closed date added
      *           to copybook WAITLIST.
      * Modified: 2026-10-15 HYM - The snapshot now also covers the
      *           ledger, hold, prerequisite, prerequisite override,
      *           degree requirements, graduation, grade change,
      *           academic standing and major code files, each with
      *           its own DD and count on the control record. The
      *           nightly stream PRGB0032 also runs this backup again
      *           as its last step, after the ledger posting, bursar
      *           holds and term rollover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WTLSEL.
           COPY RTESEL.
           COPY ADRSEL.
           COPY LDGSEL.
           COPY HLDSEL.
           COPY PRQSEL.
           COPY POVSEL.
           COPY DRQSEL.
           COPY GRADSEL.
           COPY GCHSEL.
           COPY STHSEL.
           COPY MAJSEL.
           COPY BKCSEL.
           SELECT BKPSTU-FILE ASSIGN TO "BKPSTU"
               ORGANIZATION IS SEQUENTIAL
           SELECT BKPADR-FILE ASSIGN TO "BKPADR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPADR-FILE-STATUS.
           SELECT BKPLDG-FILE ASSIGN TO "BKPLDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPLDG-FILE-STATUS.
           SELECT BKPHLD-FILE ASSIGN TO "BKPHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPHLD-FILE-STATUS.
           SELECT BKPPRQ-FILE ASSIGN TO "BKPPRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPPRQ-FILE-STATUS.
           SELECT BKPPOV-FILE ASSIGN TO "BKPPOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPPOV-FILE-STATUS.
           SELECT BKPDRQ-FILE ASSIGN TO "BKPDRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPDRQ-FILE-STATUS.
           SELECT BKPGRD-FILE ASSIGN TO "BKPGRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPGRD-FILE-STATUS.
           SELECT BKPGCH-FILE ASSIGN TO "BKPGCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPGCH-FILE-STATUS.
           SELECT BKPSTH-FILE ASSIGN TO "BKPSTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPSTH-FILE-STATUS.
           SELECT BKPMAJ-FILE ASSIGN TO "BKPMAJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKPMAJ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY WAITLIST.
           COPY RATETAB.
           COPY ADDRESS.
           COPY LEDGER.
           COPY HOLD.
           COPY PREREQ.
           COPY PRQOVR.
           COPY DEGREQ.
           COPY GRADUATE.
           COPY GRDCHG.
           COPY STDHIST.
           COPY MAJOR.
           COPY BKPCTL.
       FD  BKPSTU-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPCRS-RECORD               PIC X(40).
       FD  BKPSEC-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPSEC-RECORD               PIC X(62).
       FD  BKPENR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPENR-RECORD               PIC X(30).
       01  BKPENH-RECORD               PIC X(30).
       FD  BKPWTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPWTL-RECORD               PIC X(42).
       FD  BKPRTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPRTE-RECORD               PIC X(11).
       FD  BKPADR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPADR-RECORD               PIC X(142).
       FD  BKPLDG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPLDG-RECORD               PIC X(62).
       FD  BKPHLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPHLD-RECORD               PIC X(83).
       FD  BKPPRQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPPRQ-RECORD               PIC X(18).
       FD  BKPPOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPPOV-RECORD               PIC X(71).
       FD  BKPDRQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPDRQ-RECORD               PIC X(55).
       FD  BKPGRD-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPGRD-RECORD               PIC X(64).
       FD  BKPGCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPGCH-RECORD               PIC X(90).
       FD  BKPSTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPSTH-RECORD               PIC X(30).
       FD  BKPMAJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPMAJ-RECORD               PIC X(73).
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY WTLSTAT.
           COPY RTESTAT.
           COPY ADRSTAT.
           COPY LDGSTAT.
           COPY HLDSTAT.
           COPY PRQSTAT.
           COPY POVSTAT.
           COPY DRQSTAT.
           COPY GRADSTAT.
           COPY GCHSTAT.
           COPY STHSTAT.
           COPY MAJSTAT.
           COPY BKCSTAT.
       01 BKPSTU-FILE-STATUS PIC X(02).
           88 BKPSTU-FILE-OK VALUE "00".
           88 BKPRTE-FILE-OK VALUE "00".
       01 BKPADR-FILE-STATUS PIC X(02).
           88 BKPADR-FILE-OK VALUE "00".
       01 BKPLDG-FILE-STATUS PIC X(02).
           88 BKPLDG-FILE-OK VALUE "00".
       01 BKPHLD-FILE-STATUS PIC X(02).
           88 BKPHLD-FILE-OK VALUE "00".
       01 BKPPRQ-FILE-STATUS PIC X(02).
           88 BKPPRQ-FILE-OK VALUE "00".
       01 BKPPOV-FILE-STATUS PIC X(02).
           88 BKPPOV-FILE-OK VALUE "00".
       01 BKPDRQ-FILE-STATUS PIC X(02).
           88 BKPDRQ-FILE-OK VALUE "00".
       01 BKPGRD-FILE-STATUS PIC X(02).
           88 BKPGRD-FILE-OK VALUE "00".
       01 BKPGCH-FILE-STATUS PIC X(02).
           88 BKPGCH-FILE-OK VALUE "00".
       01 BKPSTH-FILE-STATUS PIC X(02).
           88 BKPSTH-FILE-OK VALUE "00".
       01 BKPMAJ-FILE-STATUS PIC X(02).
           88 BKPMAJ-FILE-OK VALUE "00".
       01 SNAPSHOT-DATE PIC 9(08).
       01 SNAPSHOT-TIME PIC 9(08).
       01 STUDENT-COUNT PIC 9(08) VALUE ZEROES.
       01 WAITLIST-COUNT PIC 9(08) VALUE ZEROES.
       01 RATE-COUNT PIC 9(08) VALUE ZEROES.
       01 ADDRESS-COUNT PIC 9(08) VALUE ZEROES.
       01 LEDGER-COUNT PIC 9(08) VALUE ZEROES.
       01 HOLD-COUNT PIC 9(08) VALUE ZEROES.
       01 PREREQ-COUNT PIC 9(08) VALUE ZEROES.
       01 PRQOVR-COUNT PIC 9(08) VALUE ZEROES.
       01 DEGREQ-COUNT PIC 9(08) VALUE ZEROES.
       01 GRADUATE-COUNT PIC 9(08) VALUE ZEROES.
       01 GRDCHG-COUNT PIC 9(08) VALUE ZEROES.
       01 STDHIST-COUNT PIC 9(08) VALUE ZEROES.
       01 MAJOR-COUNT PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
               PERFORM 0770-BACKUP-WAITLIST
               PERFORM 0780-BACKUP-RATES
               PERFORM 0790-BACKUP-ADDRESSES
               PERFORM 0810-BACKUP-LEDGER
               PERFORM 0820-BACKUP-HOLDS
               PERFORM 0830-BACKUP-PREREQUISITES
               PERFORM 0840-BACKUP-OVERRIDES
               PERFORM 0850-BACKUP-DEGREE-REQS
               PERFORM 0860-BACKUP-GRADUATES
               PERFORM 0870-BACKUP-GRADE-CHANGES
               PERFORM 0880-BACKUP-STANDING
               PERFORM 0890-BACKUP-MAJORS
           END-IF.
           PERFORM 0950-CLOSE-OPENED-FILES.
           IF ABORT-RUN
                   BKPADR-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               DISPLAY OPEN-FAIL-MSG "LEDGER-FILE, STATUS "
                   LEDGER-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                   HOLD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT PREREQ-FILE.
           IF NOT PREREQ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "PREREQ-FILE, STATUS "
                   PREREQ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT PRQOVR-FILE.
           IF NOT PRQOVR-FILE-OK
               DISPLAY OPEN-FAIL-MSG "PRQOVR-FILE, STATUS "
                   PRQOVR-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT DEGREQ-FILE.
           IF NOT DEGREQ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "DEGREQ-FILE, STATUS "
                   DEGREQ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT GRAD-FILE.
           IF NOT GRAD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GRAD-FILE, STATUS "
                   GRAD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT GRDCHG-FILE.
           IF NOT GRDCHG-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GRDCHG-FILE, STATUS "
                   GRDCHG-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT STDH-FILE.
           IF NOT STDH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STDH-FILE, STATUS "
                   STDH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT MAJOR-FILE.
           IF NOT MAJOR-FILE-OK
               DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                   MAJOR-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPLDG-FILE.
           IF NOT BKPLDG-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPLDG-FILE, STATUS "
                   BKPLDG-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPHLD-FILE.
           IF NOT BKPHLD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPHLD-FILE, STATUS "
                   BKPHLD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPPRQ-FILE.
           IF NOT BKPPRQ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPPRQ-FILE, STATUS "
                   BKPPRQ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPPOV-FILE.
           IF NOT BKPPOV-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPPOV-FILE, STATUS "
                   BKPPOV-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPDRQ-FILE.
           IF NOT BKPDRQ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPDRQ-FILE, STATUS "
                   BKPDRQ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPGRD-FILE.
           IF NOT BKPGRD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPGRD-FILE, STATUS "
                   BKPGRD-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPGCH-FILE.
           IF NOT BKPGCH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPGCH-FILE, STATUS "
                   BKPGCH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPSTH-FILE.
           IF NOT BKPSTH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPSTH-FILE, STATUS "
                   BKPSTH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BKPMAJ-FILE.
           IF NOT BKPMAJ-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BKPMAJ-FILE, STATUS "
                   BKPMAJ-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF STUDENT-FILE-OK
           IF BKPADR-FILE-OK
               CLOSE BKPADR-FILE
           END-IF.
           IF LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           END-IF.
           IF HOLD-FILE-OK
               CLOSE HOLD-FILE
           END-IF.
           IF PREREQ-FILE-OK
               CLOSE PREREQ-FILE
           END-IF.
           IF PRQOVR-FILE-OK
               CLOSE PRQOVR-FILE
           END-IF.
           IF DEGREQ-FILE-OK
               CLOSE DEGREQ-FILE
           END-IF.
           IF GRAD-FILE-OK
               CLOSE GRAD-FILE
           END-IF.
           IF GRDCHG-FILE-OK
               CLOSE GRDCHG-FILE
           END-IF.
           IF STDH-FILE-OK
               CLOSE STDH-FILE
           END-IF.
           IF MAJOR-FILE-OK
               CLOSE MAJOR-FILE
           END-IF.
           IF BKPLDG-FILE-OK
               CLOSE BKPLDG-FILE
           END-IF.
           IF BKPHLD-FILE-OK
               CLOSE BKPHLD-FILE
           END-IF.
           IF BKPPRQ-FILE-OK
               CLOSE BKPPRQ-FILE
           END-IF.
           IF BKPPOV-FILE-OK
               CLOSE BKPPOV-FILE
           END-IF.
           IF BKPDRQ-FILE-OK
               CLOSE BKPDRQ-FILE
           END-IF.
           IF BKPGRD-FILE-OK
               CLOSE BKPGRD-FILE
           END-IF.
           IF BKPGCH-FILE-OK
               CLOSE BKPGCH-FILE
           END-IF.
           IF BKPSTH-FILE-OK
               CLOSE BKPSTH-FILE
           END-IF.
           IF BKPMAJ-FILE-OK
               CLOSE BKPMAJ-FILE
           END-IF.

       0200-BACKUP-STUDENTS.
           MOVE "N" TO AT-EOF-SW.
               MOVE WAITLIST-COUNT TO BKC-WAITLIST-COUNT
               MOVE RATE-COUNT TO BKC-RATE-COUNT
               MOVE ADDRESS-COUNT TO BKC-ADDRESS-COUNT
               MOVE LEDGER-COUNT TO BKC-LEDGER-COUNT
               MOVE HOLD-COUNT TO BKC-HOLD-COUNT
               MOVE PREREQ-COUNT TO BKC-PREREQ-COUNT
               MOVE PRQOVR-COUNT TO BKC-PRQOVR-COUNT
               MOVE DEGREQ-COUNT TO BKC-DEGREQ-COUNT
               MOVE GRADUATE-COUNT TO BKC-GRADUATE-COUNT
               MOVE GRDCHG-COUNT TO BKC-GRDCHG-COUNT
               MOVE STDHIST-COUNT TO BKC-STDHIST-COUNT
               MOVE MAJOR-COUNT TO BKC-MAJOR-COUNT
               WRITE BKPCTL-RECORD
               IF BKPCTL-FILE-OK
                   MOVE "Y" TO CTL-WRITTEN-SW
               DISPLAY CTL-FAIL-MSG BKPCTL-FILE-STATUS
           END-IF.

       0810-BACKUP-LEDGER.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0815-COPY-ONE-LEDGER-ENTRY UNTIL AT-EOF.

       0815-COPY-ONE-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE LEDGER-RECORD TO BKPLDG-RECORD
               WRITE BKPLDG-RECORD
               ADD 1 TO LEDGER-COUNT
           END-IF.

       0820-BACKUP-HOLDS.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0825-COPY-ONE-HOLD UNTIL AT-EOF.

       0825-COPY-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE HOLD-RECORD TO BKPHLD-RECORD
               WRITE BKPHLD-RECORD
               ADD 1 TO HOLD-COUNT
           END-IF.

       0830-BACKUP-PREREQUISITES.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0835-COPY-ONE-PREREQUISITE UNTIL AT-EOF.

       0835-COPY-ONE-PREREQUISITE.
           READ PREREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE PREREQ-RECORD TO BKPPRQ-RECORD
               WRITE BKPPRQ-RECORD
               ADD 1 TO PREREQ-COUNT
           END-IF.

       0840-BACKUP-OVERRIDES.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0845-COPY-ONE-OVERRIDE UNTIL AT-EOF.

       0845-COPY-ONE-OVERRIDE.
           READ PRQOVR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE PRQOVR-RECORD TO BKPPOV-RECORD
               WRITE BKPPOV-RECORD
               ADD 1 TO PRQOVR-COUNT
           END-IF.

       0850-BACKUP-DEGREE-REQS.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0855-COPY-ONE-DEGREE-REQ UNTIL AT-EOF.

       0855-COPY-ONE-DEGREE-REQ.
           READ DEGREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE DEGREQ-RECORD TO BKPDRQ-RECORD
               WRITE BKPDRQ-RECORD
               ADD 1 TO DEGREQ-COUNT
           END-IF.

       0860-BACKUP-GRADUATES.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0865-COPY-ONE-GRADUATE UNTIL AT-EOF.

       0865-COPY-ONE-GRADUATE.
           READ GRAD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE GRADUATE-RECORD TO BKPGRD-RECORD
               WRITE BKPGRD-RECORD
               ADD 1 TO GRADUATE-COUNT
           END-IF.

       0870-BACKUP-GRADE-CHANGES.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0875-COPY-ONE-GRADE-CHANGE UNTIL AT-EOF.

       0875-COPY-ONE-GRADE-CHANGE.
           READ GRDCHG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE GRDCHG-RECORD TO BKPGCH-RECORD
               WRITE BKPGCH-RECORD
               ADD 1 TO GRDCHG-COUNT
           END-IF.

       0880-BACKUP-STANDING.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0885-COPY-ONE-STANDING UNTIL AT-EOF.

       0885-COPY-ONE-STANDING.
           READ STDH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE STDHIST-RECORD TO BKPSTH-RECORD
               WRITE BKPSTH-RECORD
               ADD 1 TO STDHIST-COUNT
           END-IF.

       0890-BACKUP-MAJORS.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0895-COPY-ONE-MAJOR UNTIL AT-EOF.

       0895-COPY-ONE-MAJOR.
           READ MAJOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               MOVE MAJOR-RECORD TO BKPMAJ-RECORD
               WRITE BKPMAJ-RECORD
               ADD 1 TO MAJOR-COUNT
           END-IF.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "BACKUP CONTROL REPORT".
           DISPLAY "SNAPSHOT TAKEN:    " SNAPSHOT-DATE
           DISPLAY "WAITLIST COPIED:   " WAITLIST-COUNT.
           DISPLAY "RATES COPIED:      " RATE-COUNT.
           DISPLAY "ADDRESSES COPIED:  " ADDRESS-COUNT.
           DISPLAY "LEDGER COPIED:     " LEDGER-COUNT.
           DISPLAY "HOLDS COPIED:      " HOLD-COUNT.
           DISPLAY "PREREQS COPIED:    " PREREQ-COUNT.
           DISPLAY "OVERRIDES COPIED:  " PRQOVR-COUNT.
           DISPLAY "DEGREE REQS COPIED:" DEGREQ-COUNT.
           DISPLAY "GRADUATES COPIED:  " GRADUATE-COUNT.
           DISPLAY "GRADE CHGS COPIED: " GRDCHG-COUNT.
           DISPLAY "STANDING COPIED:   " STDHIST-COUNT.
           DISPLAY "MAJORS COPIED:     " MAJOR-COUNT.

       9999-END-PROGRAM.
           EXIT PROGRAM.
