      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Posts the bursar's payment return file (copybook
      *          PAYFEED, DD PAYFEED) to the student account ledger
      *          (copybook LEDGER) alongside the term charges the
      *          billing run PRGB0028 posts there. The file is
      *          balanced first, in a pass that posts nothing: it
      *          must start with a header, end with a trailer, and
      *          the trailer's detail count and hash total must agree
      *          with the details actually on the file - otherwise
      *          the whole file is rejected and left for the bursar
      *          to resend. A balanced file is then posted detail by
      *          detail; a detail whose student is not on the master,
      *          whose transaction type is not P/A/D/R, whose amount
      *          is zero or not numeric, or which is already on the
      *          ledger from an earlier run of the same feed is
      *          rejected on its own and the rest still post. Every
      *          reject, and a rejected file, is listed on the reject
      *          report on the spool (DD RPT0035) in the RPT0008 page
      *          conventions. A night with no PAYFEED at all is not
      *          an error. Runs as a step of the nightly stream
      *          PRGB0032, or from JCL, not the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0035.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY LDGSEL.
           COPY PAYSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0035"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY LEDGER.
           COPY PAYFEED.
           COPY RPTFILE.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY LDGSTAT.
           COPY PAYSTAT.
           COPY RPTSTAT.
       01 RUN-DATE PIC 9(08).
       01 FEED-RUN-DATE PIC 9(08) VALUE ZEROES.
       01 FEED-TERM PIC X(05) VALUE SPACES.
       01 POST-TERM PIC X(05).
       01 POST-EFFECTIVE-DATE PIC 9(08).
       01 NEXT-LEDGER-SEQUENCE PIC 9(03) VALUE ZEROES.
       01 FEED-DETAIL-COUNT PIC 9(08) VALUE ZEROES.
       01 FEED-HASH-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 TRAILER-DETAIL-COUNT PIC 9(08) VALUE ZEROES.
       01 TRAILER-HASH-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 READ-COUNT PIC 9(08) VALUE ZEROES.
       01 POSTED-COUNT PIC 9(08) VALUE ZEROES.
       01 POSTED-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 POSTED-DEBIT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 REJECT-COUNT PIC 9(08) VALUE ZEROES.
       01 DUPLICATE-COUNT PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 NO-FEED-SW PIC X(01) VALUE "N".
           88 NO-FEED VALUE "Y".
       01 HEADER-FOUND-SW PIC X(01) VALUE "N".
           88 HEADER-FOUND VALUE "Y".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
           88 TRAILER-FOUND VALUE "Y".
       01 FEED-REJECTED-SW PIC X(01) VALUE "N".
           88 FEED-REJECTED VALUE "Y".
       01 DETAIL-REJECTED-SW PIC X(01) VALUE "N".
           88 DETAIL-REJECTED VALUE "Y".
       01 ALREADY-POSTED-SW PIC X(01) VALUE "N".
           88 ALREADY-POSTED VALUE "Y".
       01 LDG-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 LDG-SCAN-DONE VALUE "Y".
       01 FEED-REJECT-REASON PIC X(40) VALUE SPACES.
       01 REJECT-REASON PIC X(30).
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 PAGE-HEADING.
        05 FILLER PIC X(28) VALUE
           "PAYMENT FEED REJECT REPORT".
        05 FILLER PIC X(11) VALUE "FEED DATE: ".
        05 HDG-FEED-DATE PIC 9(08).
        05 FILLER PIC X(12) VALUE "  RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(09) VALUE "ID".
        05 FILLER PIC X(05) VALUE "TYPE".
        05 FILLER PIC X(07) VALUE "TERM".
        05 FILLER PIC X(10) VALUE "DATE".
        05 FILLER PIC X(12) VALUE "REFERENCE".
        05 FILLER PIC X(15) VALUE "AMOUNT".
        05 FILLER PIC X(30) VALUE "REASON".
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-ID PIC X(07).
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-TYPE PIC X(01).
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-TERM PIC X(05).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-DATE PIC 9(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-REFERENCE PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-AMOUNT PIC X(12).
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-REASON PIC X(30).
       01 DET-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 FEED-REJECT-LINE-1.
        05 FILLER PIC X(24) VALUE "*** FILE REJECTED *** ".
        05 FRL-REASON PIC X(40).
       01 FEED-REJECT-LINE-2.
        05 FILLER PIC X(24) VALUE "TRAILER DETAIL COUNT:  ".
        05 FRL-TRAILER-COUNT PIC ZZZZZZZ9.
        05 FILLER PIC X(24) VALUE "   DETAILS ON FILE:    ".
        05 FRL-FEED-COUNT PIC ZZZZZZZ9.
       01 FEED-REJECT-LINE-3.
        05 FILLER PIC X(24) VALUE "TRAILER HASH TOTAL:    ".
        05 FRL-TRAILER-HASH PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        05 FILLER PIC X(15) VALUE "   ON FILE:    ".
        05 FRL-FEED-HASH PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 FEED-REJECT-LINE-4 PIC X(50) VALUE
           "NOTHING POSTED - BURSAR TO CORRECT AND RESEND".
       01 TRAILER-LINE-1.
        05 FILLER PIC X(22) VALUE "DETAILS ON FEED:     ".
        05 TRL-READ PIC ZZZZZZZ9.
       01 TRAILER-LINE-2.
        05 FILLER PIC X(22) VALUE "DETAILS POSTED:      ".
        05 TRL-POSTED PIC ZZZZZZZ9.
       01 TRAILER-LINE-3.
        05 FILLER PIC X(22) VALUE "DETAILS REJECTED:    ".
        05 TRL-REJECTED PIC ZZZZZZZ9.
       01 TRAILER-LINE-4.
        05 FILLER PIC X(22) VALUE "CREDITS POSTED:      ".
        05 TRL-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TRAILER-LINE-5.
        05 FILLER PIC X(22) VALUE "DEBITS POSTED:       ".
        05 TRL-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 NO-FEED-MSG PIC X(40) VALUE
           "NO PAYMENT FEED TONIGHT, NOTHING POSTED".
       01 FEED-REJECT-MSG PIC X(30) VALUE "PAYMENT FEED REJECTED: ".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-OPEN-FILES.
           IF ABORT-RUN
               PERFORM 0950-CLOSE-OPENED-FILES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NO-FEED
                   DISPLAY NO-FEED-MSG
                   PERFORM 0950-CLOSE-OPENED-FILES
               ELSE
                   PERFORM 0200-BALANCE-FEED
                   PERFORM 0180-START-REPORT
                   IF FEED-REJECTED
                       PERFORM 0300-REJECT-FEED
                   ELSE
                       PERFORM 0400-POST-FEED
                   END-IF
                   PERFORM 0800-FINISH-REPORT
                   PERFORM 0950-CLOSE-OPENED-FILES
                   PERFORM 0970-DISPLAY-CONTROL-REPORT
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN INPUT PAY-FILE.
           IF NOT PAY-FILE-OK
               IF PAY-FILE-MISSING
                   MOVE "Y" TO NO-FEED-SW
               ELSE
                   DISPLAY OPEN-FAIL-MSG "PAY-FILE, STATUS "
                       PAY-FILE-STATUS
                   MOVE "Y" TO ABORT-RUN-SW
               END-IF
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                   STUDENT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF NOT LEDGER-FILE-OK
               DISPLAY OPEN-FAIL-MSG "LEDGER-FILE, STATUS "
                   LEDGER-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
                   REPORT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF PAY-FILE-OK
               CLOSE PAY-FILE
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.

       0180-START-REPORT.
           MOVE FEED-RUN-DATE TO HDG-FEED-DATE.
           MOVE RUN-DATE TO HDG-DATE.
           ACCEPT HDG-TIME FROM TIME.
           MOVE ZEROES TO PAGE-NUMBER.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           PERFORM 0850-CHECK-PAGE-BREAK.

       0200-BALANCE-FEED.
           MOVE "N" TO AT-EOF-SW.
           PERFORM 0250-READ-NEXT-PAY.
           IF AT-EOF
               MOVE "EMPTY FILE" TO FEED-REJECT-REASON
           ELSE
               IF PYH-HEADER
                   MOVE "Y" TO HEADER-FOUND-SW
                   MOVE PYH-RUN-DATE TO FEED-RUN-DATE
                   MOVE PYH-TERM-CODE TO FEED-TERM
                   PERFORM 0250-READ-NEXT-PAY
                   PERFORM 0220-BALANCE-ONE UNTIL AT-EOF
               ELSE
                   MOVE "FIRST RECORD IS NOT A HEADER"
                       TO FEED-REJECT-REASON
               END-IF
           END-IF.
           IF HEADER-FOUND AND FEED-REJECT-REASON = SPACES
               PERFORM 0240-CHECK-TRAILER
           END-IF.
           IF FEED-REJECT-REASON NOT = SPACES
               MOVE "Y" TO FEED-REJECTED-SW
           END-IF.

       0220-BALANCE-ONE.
           EVALUATE TRUE
               WHEN TRAILER-FOUND
                   MOVE "RECORDS FOLLOW THE TRAILER"
                       TO FEED-REJECT-REASON
               WHEN PYH-DETAIL
                   ADD 1 TO FEED-DETAIL-COUNT
                   IF PYD-AMOUNT NUMERIC
                       ADD PYD-AMOUNT TO FEED-HASH-TOTAL
                   END-IF
               WHEN PYH-TRAILER
                   MOVE "Y" TO TRAILER-FOUND-SW
                   MOVE PYT-DETAIL-COUNT TO TRAILER-DETAIL-COUNT
                   MOVE PYT-HASH-TOTAL TO TRAILER-HASH-TOTAL
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON FILE"
                       TO FEED-REJECT-REASON
           END-EVALUATE.
           PERFORM 0250-READ-NEXT-PAY.

       0240-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN NOT TRAILER-FOUND
                   MOVE "NO TRAILER RECORD" TO FEED-REJECT-REASON
               WHEN TRAILER-DETAIL-COUNT NOT = FEED-DETAIL-COUNT
                   MOVE "DETAIL COUNT OUT OF BALANCE"
                       TO FEED-REJECT-REASON
               WHEN TRAILER-HASH-TOTAL NOT = FEED-HASH-TOTAL
                   MOVE "HASH TOTAL OUT OF BALANCE"
                       TO FEED-REJECT-REASON
           END-EVALUATE.

       0250-READ-NEXT-PAY.
           READ PAY-FILE
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.

       0300-REJECT-FEED.
           DISPLAY FEED-REJECT-MSG FEED-REJECT-REASON.
           MOVE FEED-REJECT-REASON TO FRL-REASON.
           MOVE TRAILER-DETAIL-COUNT TO FRL-TRAILER-COUNT.
           MOVE FEED-DETAIL-COUNT TO FRL-FEED-COUNT.
           MOVE TRAILER-HASH-TOTAL TO FRL-TRAILER-HASH.
           MOVE FEED-HASH-TOTAL TO FRL-FEED-HASH.
           WRITE REPORT-LINE FROM FEED-REJECT-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM FEED-REJECT-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM FEED-REJECT-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM FEED-REJECT-LINE-4
               AFTER ADVANCING 2 LINES.
           ADD 6 TO PRINT-LINE-COUNT.

       0400-POST-FEED.
           CLOSE PAY-FILE.
           OPEN INPUT PAY-FILE.
           IF PAY-FILE-OK
               MOVE "N" TO AT-EOF-SW
               PERFORM 0250-READ-NEXT-PAY
               PERFORM 0250-READ-NEXT-PAY
               PERFORM 0450-POST-ONE UNTIL AT-EOF
           ELSE
               DISPLAY OPEN-FAIL-MSG "PAY-FILE, STATUS "
                   PAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0450-POST-ONE.
           IF PYH-DETAIL
               ADD 1 TO READ-COUNT
               PERFORM 0500-VALIDATE-DETAIL
               IF NOT DETAIL-REJECTED
                   PERFORM 0600-FIND-NEXT-SEQUENCE
                   IF ALREADY-POSTED
                       ADD 1 TO DUPLICATE-COUNT
                       MOVE "ALREADY POSTED FROM THIS FEED"
                           TO REJECT-REASON
                       PERFORM 0750-WRITE-REJECT
                   ELSE
                       PERFORM 0700-WRITE-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM 0250-READ-NEXT-PAY.

       0500-VALIDATE-DETAIL.
           MOVE "N" TO DETAIL-REJECTED-SW.
           IF PYD-TERM-CODE = SPACES
               MOVE FEED-TERM TO POST-TERM
           ELSE
               MOVE PYD-TERM-CODE TO POST-TERM
           END-IF.
           IF PYD-TRANS-DATE NUMERIC
              AND PYD-TRANS-DATE GREATER THAN ZEROES
               MOVE PYD-TRANS-DATE TO POST-EFFECTIVE-DATE
           ELSE
               MOVE FEED-RUN-DATE TO POST-EFFECTIVE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT PYD-TYPE-VALID
                   MOVE "INVALID TRANSACTION TYPE" TO REJECT-REASON
                   PERFORM 0750-WRITE-REJECT
               WHEN PYD-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON
                   PERFORM 0750-WRITE-REJECT
               WHEN PYD-AMOUNT = ZEROES
                   MOVE "ZERO AMOUNT" TO REJECT-REASON
                   PERFORM 0750-WRITE-REJECT
               WHEN OTHER
                   MOVE PYD-STUDENT-ID TO STU-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE "STUDENT NOT ON MASTER"
                               TO REJECT-REASON
                           PERFORM 0750-WRITE-REJECT
                   END-READ
           END-EVALUATE.

       0600-FIND-NEXT-SEQUENCE.
           MOVE "N" TO ALREADY-POSTED-SW.
           MOVE 1 TO NEXT-LEDGER-SEQUENCE.
           MOVE "N" TO LDG-SCAN-DONE-SW.
           MOVE PYD-STUDENT-ID TO LDG-STUDENT-ID.
           MOVE POST-TERM TO LDG-TERM-CODE.
           MOVE PYD-TRANS-TYPE TO LDG-ENTRY-TYPE.
           MOVE ZEROES TO LDG-SEQUENCE.
           START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE "Y" TO LDG-SCAN-DONE-SW
           END-START.
           PERFORM 0650-CHECK-ONE-ENTRY UNTIL LDG-SCAN-DONE.

       0650-CHECK-ONE-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LDG-SCAN-DONE-SW
           END-READ.
           IF NOT LDG-SCAN-DONE
               IF LDG-STUDENT-ID = PYD-STUDENT-ID
                  AND LDG-TERM-CODE = POST-TERM
                  AND LDG-ENTRY-TYPE = PYD-TRANS-TYPE
                   COMPUTE NEXT-LEDGER-SEQUENCE = LDG-SEQUENCE + 1
                   IF LDG-FEED-DATE = FEED-RUN-DATE
                      AND LDG-REFERENCE = PYD-REFERENCE
                      AND LDG-AMOUNT = PYD-AMOUNT
                       MOVE "Y" TO ALREADY-POSTED-SW
                   END-IF
               ELSE
                   MOVE "Y" TO LDG-SCAN-DONE-SW
               END-IF
           END-IF.

       0700-WRITE-LEDGER-ENTRY.
           MOVE PYD-STUDENT-ID TO LDG-STUDENT-ID.
           MOVE POST-TERM TO LDG-TERM-CODE.
           MOVE PYD-TRANS-TYPE TO LDG-ENTRY-TYPE.
           MOVE NEXT-LEDGER-SEQUENCE TO LDG-SEQUENCE.
           MOVE POST-EFFECTIVE-DATE TO LDG-EFFECTIVE-DATE.
           MOVE RUN-DATE TO LDG-POSTED-DATE.
           MOVE PYD-AMOUNT TO LDG-AMOUNT.
           MOVE PYD-REFERENCE TO LDG-REFERENCE.
           MOVE ZEROES TO LDG-CREDITS.
           MOVE FEED-RUN-DATE TO LDG-FEED-DATE.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO POST LEDGER ENTRY, STATUS "
                       LEDGER-FILE-STATUS
                   MOVE "LEDGER WRITE FAILED" TO REJECT-REASON
                   PERFORM 0750-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNT
                   IF LDG-CREDIT
                       ADD LDG-AMOUNT TO POSTED-CREDIT-TOTAL
                   ELSE
                       ADD LDG-AMOUNT TO POSTED-DEBIT-TOTAL
                   END-IF
           END-WRITE.

       0750-WRITE-REJECT.
           MOVE "Y" TO DETAIL-REJECTED-SW.
           ADD 1 TO REJECT-COUNT.
           MOVE PYD-STUDENT-ID TO DET-ID.
           MOVE PYD-TRANS-TYPE TO DET-TYPE.
           MOVE POST-TERM TO DET-TERM.
           MOVE POST-EFFECTIVE-DATE TO DET-DATE.
           MOVE PYD-REFERENCE TO DET-REFERENCE.
           IF PYD-AMOUNT NUMERIC
               MOVE PYD-AMOUNT TO DET-AMOUNT-EDIT
               MOVE DET-AMOUNT-EDIT TO DET-AMOUNT
           ELSE
               MOVE PAY-DETAIL-RECORD(33:9) TO DET-AMOUNT
           END-IF.
           MOVE REJECT-REASON TO DET-REASON.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0800-FINISH-REPORT.
           MOVE READ-COUNT TO TRL-READ.
           MOVE POSTED-COUNT TO TRL-POSTED.
           MOVE REJECT-COUNT TO TRL-REJECTED.
           MOVE POSTED-CREDIT-TOTAL TO TRL-CREDITS.
           MOVE POSTED-DEBIT-TOTAL TO TRL-DEBITS.
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
           DISPLAY "PAYMENT FEED POSTING CONTROL REPORT".
           DISPLAY "FEED DATE:               " FEED-RUN-DATE.
           DISPLAY "FEED TERM:               " FEED-TERM.
           IF FEED-REJECTED
               DISPLAY "FILE REJECTED:           " FEED-REJECT-REASON
           END-IF.
           DISPLAY "DETAILS ON FILE:         " FEED-DETAIL-COUNT.
           DISPLAY "TRAILER DETAIL COUNT:    " TRAILER-DETAIL-COUNT.
           DISPLAY "HASH TOTAL ON FILE:      " FEED-HASH-TOTAL.
           DISPLAY "TRAILER HASH TOTAL:      " TRAILER-HASH-TOTAL.
           DISPLAY "DETAILS POSTED:          " POSTED-COUNT.
           DISPLAY "DETAILS REJECTED:        " REJECT-COUNT.
           DISPLAY "ALREADY POSTED SKIPPED:  " DUPLICATE-COUNT.
           DISPLAY "CREDITS POSTED:          " POSTED-CREDIT-TOTAL.
           DISPLAY "DEBITS POSTED:           " POSTED-DEBIT-TOTAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGB0035.
