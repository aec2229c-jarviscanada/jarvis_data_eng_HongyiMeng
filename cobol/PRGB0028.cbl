      *          and courses missing from the catalog are skipped and
      *          counted on the console control report. Run from JCL
      *          after the add/drop deadline, not the menu.
      * Modified: 2026-10-15 HYM - Each student's charge is also
      *           posted to the student account ledger (copybook
      *           LEDGER) as the term's tuition charge, so the
      *           bursar's payments posted by PRGB0035 have something
      *           to be applied against. A rerun for the same term
      *           replaces the charge rather than adding a second.
      * Modified: 2026-10-15 HYM - Graduated students (status flag
      *           G) are skipped and counted with the inactive ones:
      *           only an active student is billed.
      * Modified: 2026-10-15 HYM - A rebill now rereads the term's
      *           charge and changes only its amount and credits; the
      *           effective date of the first billing is kept, so the
      *           receivables aging in PRGR0037 is not restarted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ENRLSEL.
           COPY RTESEL.
           COPY BILSEL.
           COPY LDGSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0028"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           COPY ENROLL.
           COPY RATETAB.
           COPY BILLFEED.
           COPY LEDGER.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY ENRLSTAT.
           COPY RTESTAT.
           COPY BILSTAT.
           COPY LDGSTAT.
           COPY RPTSTAT.
       01 BILL-TERM PIC X(05).
       01 RATE-PER-CREDIT PIC 9(04)V99 VALUE ZEROES.
       01 INACTIVE-COUNT PIC 9(08) VALUE ZEROES.
       01 ORPHAN-COUNT PIC 9(08) VALUE ZEROES.
       01 NO-COURSE-COUNT PIC 9(08) VALUE ZEROES.
       01 LEDGER-POSTED-COUNT PIC 9(08) VALUE ZEROES.
       01 LEDGER-REPLACED-COUNT PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
                   RATE-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               DISPLAY OPEN-FAIL-MSG "LEDGER-FILE, STATUS "
                   LEDGER-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT BILL-FILE.
           IF NOT BILL-FILE-OK
               DISPLAY OPEN-FAIL-MSG "BILL-FILE, STATUS "
           IF RATE-FILE-OK
               CLOSE RATE-FILE
           END-IF.
           IF LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           END-IF.
           IF BILL-FILE-OK
               CLOSE BILL-FILE
           END-IF.
                   MOVE "N" TO STUDENT-BILLABLE-SW
                   ADD 1 TO ORPHAN-COUNT
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       MOVE "N" TO STUDENT-BILLABLE-SW
                       ADD 1 TO INACTIVE-COUNT
                   ELSE
           ADD 1 TO DETAIL-COUNT.
           ADD CHARGE-AMOUNT TO HASH-TOTAL.
           ADD STUDENT-CREDITS TO CREDIT-GRAND-TOTAL.
           PERFORM 0750-POST-LEDGER-CHARGE.
           MOVE PREV-STUDENT-ID TO DET-ID.
           MOVE SAVED-LAST-NAME TO DET-LAST-NAME.
           MOVE SAVED-FIRST-NAME TO DET-FIRST-NAME.
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0750-POST-LEDGER-CHARGE.
           MOVE PREV-STUDENT-ID TO LDG-STUDENT-ID.
           MOVE BILL-TERM TO LDG-TERM-CODE.
           SET LDG-CHARGE TO TRUE.
           MOVE ZEROES TO LDG-SEQUENCE.
           MOVE RUN-DATE TO LDG-EFFECTIVE-DATE.
           MOVE RUN-DATE TO LDG-POSTED-DATE.
           MOVE CHARGE-AMOUNT TO LDG-AMOUNT.
           MOVE "TUITION" TO LDG-REFERENCE.
           MOVE STUDENT-CREDITS TO LDG-CREDITS.
           MOVE ZEROES TO LDG-FEED-DATE.
           WRITE LEDGER-RECORD
               INVALID KEY
                   PERFORM 0760-REPLACE-LEDGER-CHARGE
               NOT INVALID KEY
                   ADD 1 TO LEDGER-POSTED-COUNT
           END-WRITE.

       0760-REPLACE-LEDGER-CHARGE.
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO POST CHARGE, STATUS "
                       LEDGER-FILE-STATUS
               NOT INVALID KEY
                   MOVE CHARGE-AMOUNT TO LDG-AMOUNT
                   MOVE STUDENT-CREDITS TO LDG-CREDITS
                   REWRITE LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO POST CHARGE, STATUS "
                               LEDGER-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO LEDGER-REPLACED-COUNT
                   END-REWRITE
           END-READ.

       0800-FINISH-OUTPUTS.
           MOVE "T" TO BLT-RECORD-TYPE.
           MOVE DETAIL-COUNT TO BLT-DETAIL-COUNT.
           DISPLAY "INACTIVE STUDENTS SKIPPED" INACTIVE-COUNT.
           DISPLAY "STUDENTS NOT ON MASTER:  " ORPHAN-COUNT.
           DISPLAY "COURSES NOT IN CATALOG:  " NO-COURSE-COUNT.
           DISPLAY "LEDGER CHARGES POSTED:   " LEDGER-POSTED-COUNT.
           DISPLAY "LEDGER CHARGES REPLACED: " LEDGER-REPLACED-COUNT.

       9999-END-PROGRAM.
           EXIT PROGRAM.
