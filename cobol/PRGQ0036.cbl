      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Student account balance inquiry over the account
      *          ledger (copybook LEDGER): lists every charge,
      *          payment and adjustment on the student's account
      *          term by term, straight off the key, then the total
      *          charged, total credited and the balance owing (or
      *          the credit balance), aged as of today into the
      *          current, 31-60, 61-90 and over-90 day buckets the
      *          aged receivables report PRGR0037 prints, and whether
      *          a bursar hold is on the student now. Lets the
      *          registrar answer "has this student paid" without
      *          phoning the bursar's office.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0036.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY LDGSEL.
           COPY HLDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY LEDGER.
           COPY HOLD.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY LDGSTAT.
           COPY HLDSTAT.
           COPY LDGWS.
           COPY HLDWS.
       01 QUERY-ID PIC X(07).
       01 QUERY-DONE-SW PIC X(01) VALUE "N".
           88 QUERY-DONE VALUE "Y".
       01 TODAY-DATE PIC 9(08).
       01 AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.
       01 TOTAL-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 BALANCE-OUT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 BUCKET-CURRENT-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 BUCKET-31-60-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 BUCKET-61-90-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 BUCKET-OVER-90-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 NOT-FOUND-MSG PIC X(30) VALUE "STUDENT ID NOT ON FILE".
       01 NO-LEDGER-MSG PIC X(40) VALUE
           "NO CHARGES OR PAYMENTS ON FILE".
       01 BURSAR-HOLD-MSG PIC X(30) VALUE
           "*** BURSAR HOLD ON FILE ***".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       PROCEDURE DIVISION.
       0100-START.
           MOVE "N" TO QUERY-DONE-SW.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT LEDGER-FILE.
           OPEN INPUT HOLD-FILE.
           IF STUDENT-FILE-OK AND LEDGER-FILE-OK AND HOLD-FILE-OK
               PERFORM 0200-QUERY-ONE UNTIL QUERY-DONE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                       STUDENT-FILE-STATUS
               END-IF
               IF NOT LEDGER-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "LEDGER-FILE, STATUS "
                       LEDGER-FILE-STATUS
               END-IF
               IF NOT HOLD-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                       HOLD-FILE-STATUS
               END-IF
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF LEDGER-FILE-OK
               CLOSE LEDGER-FILE
           END-IF.
           IF HOLD-FILE-OK
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0200-QUERY-ONE.
           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT QUERY-ID.
           MOVE QUERY-ID TO STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY "STUDENT: " STU-ID
                       " " STU-LAST-NAME ", " STU-FIRST-NAME
                   PERFORM 0300-LIST-LEDGER
           END-READ.
           DISPLAY "QUERY ANOTHER STUDENT? (Y/N) >>".
           ACCEPT QUERY-DONE-SW.
           IF QUERY-DONE-SW = "Y" OR QUERY-DONE-SW = "y"
               MOVE "N" TO QUERY-DONE-SW
           ELSE
               MOVE "Y" TO QUERY-DONE-SW
           END-IF.

       0300-LIST-LEDGER.
           MOVE QUERY-ID TO LDG-CHECK-STUDENT.
           PERFORM 5105-START-STUDENT-SCAN.
           PERFORM 0400-LIST-ONE-ENTRY UNTIL LDG-SCAN-DONE.
           MOVE TODAY-DATE TO AGE-AS-OF-DATE.
           PERFORM 5100-COMPUTE-BALANCE.
           IF LEDGER-ENTRY-COUNT = ZEROES
               DISPLAY NO-LEDGER-MSG
           ELSE
               PERFORM 0500-DISPLAY-BALANCE
           END-IF.
           MOVE QUERY-ID TO HLD-CHECK-STUDENT.
           PERFORM 5000-CHECK-HOLDS.
           IF BURSAR-HELD
               DISPLAY BURSAR-HOLD-MSG
           END-IF.

       0400-LIST-ONE-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LDG-SCAN-DONE-SW
           END-READ.
           IF NOT LDG-SCAN-DONE
               IF LDG-STUDENT-ID = QUERY-ID
                   PERFORM 5160-NAME-ENTRY-TYPE
                   MOVE LDG-AMOUNT TO AMOUNT-OUT
                   DISPLAY "  TERM: " LDG-TERM-CODE
                       " " LEDGER-TYPE-NAME
                       " DATE: " LDG-EFFECTIVE-DATE
                       " REF: " LDG-REFERENCE
                       " AMOUNT: " AMOUNT-OUT
               ELSE
                   MOVE "Y" TO LDG-SCAN-DONE-SW
               END-IF
           END-IF.

       0500-DISPLAY-BALANCE.
           MOVE TOTAL-DEBITS TO TOTAL-OUT.
           DISPLAY "TOTAL CHARGED:   " TOTAL-OUT.
           MOVE TOTAL-CREDITS TO TOTAL-OUT.
           DISPLAY "TOTAL CREDITED:  " TOTAL-OUT.
           MOVE ACCOUNT-BALANCE TO BALANCE-OUT.
           IF ACCOUNT-BALANCE LESS THAN ZEROES
               DISPLAY "CREDIT BALANCE:  " BALANCE-OUT
           ELSE
               DISPLAY "BALANCE OWING:   " BALANCE-OUT
           END-IF.
           IF ACCOUNT-BALANCE GREATER THAN ZEROES
               MOVE AGE-CURRENT TO BUCKET-CURRENT-OUT
               MOVE AGE-31-60 TO BUCKET-31-60-OUT
               MOVE AGE-61-90 TO BUCKET-61-90-OUT
               MOVE AGE-OVER-90 TO BUCKET-OVER-90-OUT
               DISPLAY "  CURRENT: " BUCKET-CURRENT-OUT
                   "  31-60: " BUCKET-31-60-OUT
               DISPLAY "  61-90:   " BUCKET-61-90-OUT
                   "  OVER 90: " BUCKET-OVER-90-OUT
           END-IF.

           COPY LDGVAL.
           COPY HLDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGQ0036.
