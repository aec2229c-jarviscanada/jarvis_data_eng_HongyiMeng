      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Aged receivables report for the bursar's office and
      *          automatic bursar holds. Walks the student master in
      *          ID order and, for every student with a balance owing
      *          on the account ledger (copybook LEDGER), prints the
      *          balance split into current (0-30 days), 31-60, 61-90
      *          and over-90 day buckets as of the run date, using the
      *          shared aging in copybook LDGVAL, on the spool (DD
      *          RPT0037) in the RPT0008 page conventions, with
      *          bucket totals at the end. A student whose oldest
      *          unpaid debit is older than BURSAR-HOLD-DAYS gets a
      *          bursar hold (copybook HOLD) placed by operator BATCH
      *          unless one is already active; it is released by hand
      *          through PRGH0034 once the bursar confirms payment.
      *          Students with a credit balance are counted on the
      *          console control report, not printed. Runs as a step
      *          of the nightly stream PRGB0032, or from JCL, not the
      *          menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0037.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY LDGSEL.
           COPY HLDSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0037"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY LEDGER.
           COPY HOLD.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY LDGSTAT.
           COPY HLDSTAT.
           COPY RPTSTAT.
           COPY LDGWS.
           COPY HLDWS.
       01 BURSAR-HOLD-DAYS PIC 9(03) VALUE 90.
       01 BURSAR-HOLD-REASON PIC X(40) VALUE
           "UNPAID TUITION BALANCE PAST DUE".
       01 BATCH-OPERATOR-ID PIC X(08) VALUE "BATCH".
       01 RUN-DATE PIC 9(08).
       01 READ-COUNT PIC 9(08) VALUE ZEROES.
       01 OWING-COUNT PIC 9(08) VALUE ZEROES.
       01 CREDIT-BALANCE-COUNT PIC 9(08) VALUE ZEROES.
       01 HOLDS-PLACED-COUNT PIC 9(08) VALUE ZEROES.
       01 ALREADY-HELD-COUNT PIC 9(08) VALUE ZEROES.
       01 TOTAL-OWING PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-CURRENT PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-31-60 PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-61-90 PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-OVER-90 PIC 9(11)V99 VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(30) VALUE
           "AGED RECEIVABLES REPORT".
        05 FILLER PIC X(07) VALUE "AS OF: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(09) VALUE "ID".
        05 FILLER PIC X(17) VALUE "LAST NAME".
        05 FILLER PIC X(15) VALUE "BALANCE".
        05 FILLER PIC X(14) VALUE "CURRENT".
        05 FILLER PIC X(14) VALUE "31-60".
        05 FILLER PIC X(14) VALUE "61-90".
        05 FILLER PIC X(14) VALUE "OVER 90".
        05 FILLER PIC X(06) VALUE "DAYS".
        05 FILLER PIC X(12) VALUE "HOLD".
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-ID PIC X(07).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-LAST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-BALANCE PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-CURRENT PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-31-60 PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-61-90 PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-OVER-90 PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-DAYS PIC ZZZZ9.
        05 FILLER PIC X(01) VALUE SPACES.
        05 DET-HOLD PIC X(12).
       01 TRAILER-LINE-1.
        05 FILLER PIC X(22) VALUE "ACCOUNTS OWING:      ".
        05 TRL-COUNT PIC ZZZZZZZ9.
       01 TRAILER-LINE-2.
        05 FILLER PIC X(22) VALUE "TOTAL OWING:         ".
        05 TRL-OWING PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TRAILER-LINE-3.
        05 FILLER PIC X(22) VALUE "CURRENT:             ".
        05 TRL-CURRENT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TRAILER-LINE-4.
        05 FILLER PIC X(22) VALUE "31-60 DAYS:          ".
        05 TRL-31-60 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TRAILER-LINE-5.
        05 FILLER PIC X(22) VALUE "61-90 DAYS:          ".
        05 TRL-61-90 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TRAILER-LINE-6.
        05 FILLER PIC X(22) VALUE "OVER 90 DAYS:        ".
        05 TRL-OVER-90 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TRAILER-LINE-7.
        05 FILLER PIC X(22) VALUE "BURSAR HOLDS PLACED: ".
        05 TRL-HOLDS PIC ZZZZZZZ9.
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO AGE-AS-OF-DATE.
           PERFORM 0110-OPEN-FILES.
           IF ABORT-RUN
               PERFORM 0950-CLOSE-OPENED-FILES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0180-START-REPORT
               MOVE LOW-VALUES TO STU-ID
               START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
                   INVALID KEY
                       MOVE "Y" TO AT-EOF-SW
               END-START
               PERFORM 0250-READ-NEXT-STUDENT
               PERFORM 0300-PROCESS-ONE UNTIL AT-EOF
               PERFORM 0800-FINISH-REPORT
               PERFORM 0950-CLOSE-OPENED-FILES
               PERFORM 0970-DISPLAY-CONTROL-REPORT
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                   STUDENT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               DISPLAY OPEN-FAIL-MSG "LEDGER-FILE, STATUS "
                   LEDGER-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O HOLD-FILE.
           IF NOT HOLD-FILE-OK
               DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                   HOLD-FILE-STATUS
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
           IF LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           END-IF.
           IF HOLD-FILE-OK
               CLOSE HOLD-FILE
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

       0250-READ-NEXT-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.

       0300-PROCESS-ONE.
           ADD 1 TO READ-COUNT.
           MOVE STU-ID TO LDG-CHECK-STUDENT.
           PERFORM 5100-COMPUTE-BALANCE.
           IF ACCOUNT-BALANCE GREATER THAN ZEROES
               PERFORM 0400-PRINT-ACCOUNT
           ELSE
               IF ACCOUNT-BALANCE LESS THAN ZEROES
                   ADD 1 TO CREDIT-BALANCE-COUNT
               END-IF
           END-IF.
           PERFORM 0250-READ-NEXT-STUDENT.

       0400-PRINT-ACCOUNT.
           ADD 1 TO OWING-COUNT.
           ADD ACCOUNT-BALANCE TO TOTAL-OWING.
           ADD AGE-CURRENT TO TOTAL-CURRENT.
           ADD AGE-31-60 TO TOTAL-31-60.
           ADD AGE-61-90 TO TOTAL-61-90.
           ADD AGE-OVER-90 TO TOTAL-OVER-90.
           MOVE SPACES TO DET-HOLD.
           IF OLDEST-OPEN-DAYS GREATER THAN BURSAR-HOLD-DAYS
               PERFORM 0500-PLACE-BURSAR-HOLD
           END-IF.
           MOVE STU-ID TO DET-ID.
           MOVE STU-LAST-NAME TO DET-LAST-NAME.
           MOVE ACCOUNT-BALANCE TO DET-BALANCE.
           MOVE AGE-CURRENT TO DET-CURRENT.
           MOVE AGE-31-60 TO DET-31-60.
           MOVE AGE-61-90 TO DET-61-90.
           MOVE AGE-OVER-90 TO DET-OVER-90.
           MOVE OLDEST-OPEN-DAYS TO DET-DAYS.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0500-PLACE-BURSAR-HOLD.
           MOVE STU-ID TO HLD-CHECK-STUDENT.
           PERFORM 5000-CHECK-HOLDS.
           IF BURSAR-HELD
               ADD 1 TO ALREADY-HELD-COUNT
               MOVE "ON HOLD" TO DET-HOLD
           ELSE
               MOVE STU-ID TO HLD-STUDENT-ID
               MOVE NEXT-HOLD-SEQUENCE TO HLD-SEQUENCE
               SET HLD-BURSAR TO TRUE
               MOVE BURSAR-HOLD-REASON TO HLD-REASON
               MOVE RUN-DATE TO HLD-DATE-PLACED
               MOVE BATCH-OPERATOR-ID TO HLD-PLACED-BY
               MOVE ZEROES TO HLD-DATE-RELEASED
               MOVE SPACES TO HLD-RELEASED-BY
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO PLACE HOLD FOR " STU-ID
                           ", STATUS " HOLD-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO HOLDS-PLACED-COUNT
                       MOVE "HOLD PLACED" TO DET-HOLD
               END-WRITE
           END-IF.

       0800-FINISH-REPORT.
           MOVE OWING-COUNT TO TRL-COUNT.
           MOVE TOTAL-OWING TO TRL-OWING.
           MOVE TOTAL-CURRENT TO TRL-CURRENT.
           MOVE TOTAL-31-60 TO TRL-31-60.
           MOVE TOTAL-61-90 TO TRL-61-90.
           MOVE TOTAL-OVER-90 TO TRL-OVER-90.
           MOVE HOLDS-PLACED-COUNT TO TRL-HOLDS.
           WRITE REPORT-LINE FROM TRAILER-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-3
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM TRAILER-LINE-7
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
           DISPLAY "AGED RECEIVABLES CONTROL REPORT".
           DISPLAY "AS OF DATE:              " RUN-DATE.
           DISPLAY "STUDENTS READ:           " READ-COUNT.
           DISPLAY "ACCOUNTS OWING:          " OWING-COUNT.
           DISPLAY "CREDIT BALANCES:         " CREDIT-BALANCE-COUNT.
           DISPLAY "TOTAL OWING:             " TOTAL-OWING.
           DISPLAY "BURSAR HOLD AGE (DAYS):  " BURSAR-HOLD-DAYS.
           DISPLAY "BURSAR HOLDS PLACED:     " HOLDS-PLACED-COUNT.
           DISPLAY "ALREADY ON BURSAR HOLD:  " ALREADY-HELD-COUNT.

           COPY LDGVAL.
           COPY HLDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGR0037.
