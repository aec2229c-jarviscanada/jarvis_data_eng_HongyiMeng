      *           aborts, so the nightly job-stream controller
      *           PRGB0032 can log the step as failed and refuse to
      *           start the steps that depend on it.
      * Modified: 2026-10-15 HYM - TRAN-MAJOR must now be an active
      *           code on the major table (copybook MAJOR) on both an
      *           add and a change; a blank, unknown or retired code
      *           rejects the transaction with reason MJ.
      * Modified: 2026-10-15 HYM - A change only has its major checked
      *           when TRAN-MAJOR differs from the major on file, so a
      *           student keeping a retired code can still have a name
      *           or GPA correction applied. A delete of a graduated
      *           student is rejected with reason GR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CHKSEL.
           COPY REJSEL.
           COPY GPAHSEL.
           COPY MAJSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY CHKPT.
           COPY REJREC.
           COPY GPAHIST.
           COPY MAJOR.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY AUDSTAT.
           COPY CHKSTAT.
           COPY REJSTAT.
           COPY GPAHSTAT.
           COPY MAJSTAT.
           COPY NEWSTU.
           COPY UPDWS.
           COPY DELWS.
           COPY GPAHWS.
           COPY MAJWS.
       01 CHECKPOINT-INTERVAL PIC 9(04) VALUE 25.
       01 SINCE-CHECKPOINT PIC 9(04) VALUE ZEROES.
       01 TRAN-COUNT PIC 9(08) VALUE ZEROES.
           88 REASON-DUPLICATE-ID VALUE "DU".
           88 REASON-NOT-ON-FILE VALUE "NF".
           88 REASON-ALREADY-INACTIVE VALUE "AI".
           88 REASON-GRADUATED VALUE "GR".
           88 REASON-UNKNOWN-TYPE VALUE "UT".
           88 REASON-INVALID-MAJOR VALUE "MJ".
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
               CLOSE TRAN-FILE
               CLOSE REJECT-FILE
               CLOSE GPAH-FILE
               CLOSE MAJOR-FILE
               PERFORM 0900-CLEAR-CHECKPOINT
               PERFORM 0970-DISPLAY-CONTROL-REPORT
           END-IF.
                   GPAH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT MAJOR-FILE.
           IF NOT MAJOR-FILE-OK
               DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                   MAJOR-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF STUDENT-FILE-OK
           IF GPAH-FILE-OK
               CLOSE GPAH-FILE
           END-IF.
           IF MAJOR-FILE-OK
               CLOSE MAJOR-FILE
           END-IF.

       0150-READ-CHECKPOINT.
           OPEN INPUT CHKPT-FILE.
                   PERFORM 0450-REJECT-TRAN
               END-IF
           ELSE
               IF MAJOR-VALID
                   SET REASON-INVALID-FIELDS TO TRUE
               ELSE
                   SET REASON-INVALID-MAJOR TO TRUE
               END-IF
               PERFORM 0450-REJECT-TRAN
           END-IF.

                   SET REASON-NOT-ON-FILE TO TRUE
                   PERFORM 0450-REJECT-TRAN
               NOT INVALID KEY
                   IF TRAN-MAJOR = STU-MAJOR
                       PERFORM 0650-CHANGE-STUDENT
                   ELSE
                       MOVE TRAN-MAJOR TO MAJOR-CHECK-CODE
                       PERFORM 5800-VALIDATE-MAJOR
                       IF MAJOR-VALID
                           PERFORM 0650-CHANGE-STUDENT
                       ELSE
                           SET REASON-INVALID-MAJOR TO TRUE
                           PERFORM 0450-REJECT-TRAN
                       END-IF
                   END-IF
           END-READ.

       0650-CHANGE-STUDENT.
           PERFORM 5300-SAVE-BEFORE-IMAGE.
           MOVE TRAN-LAST-NAME TO STU-LAST-NAME.
           MOVE TRAN-FIRST-NAME TO STU-FIRST-NAME.
           MOVE TRAN-MAJOR TO STU-MAJOR.
           MOVE TRAN-GPA TO STU-GPA.
           MOVE TRAN-DATE-INCLUDED TO STU-DATE-INCLUDED.
           PERFORM 5500-REWRITE-WITH-AUDIT.
           ADD 1 TO APPLIED-COUNT.

       0700-APPLY-DELETE.
           MOVE TRAN-ID TO STU-ID.
           READ STUDENT-FILE
                       SET REASON-ALREADY-INACTIVE TO TRUE
                       PERFORM 0450-REJECT-TRAN
                   ELSE
                       IF STU-GRADUATED
                           DISPLAY GRADUATED-NO-DROP-MSG
                           SET REASON-GRADUATED TO TRUE
                           PERFORM 0450-REJECT-TRAN
                       ELSE
                           PERFORM 6300-DEACTIVATE-STUDENT
                           ADD 1 TO APPLIED-COUNT
                       END-IF
                   END-IF
           END-READ.

           COPY UPDVAL.
           COPY DELVAL.
           COPY GPAVAL.
           COPY MAJVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
