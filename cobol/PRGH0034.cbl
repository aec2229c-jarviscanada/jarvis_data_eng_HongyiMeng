      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Maintains the registration hold file (copybook
      *          HOLD): place a bursar, registrar, advising or library
      *          hold on a student with a reason, release an active
      *          hold, or list every hold ever placed on the student.
      *          The student must be on the master. Every placement
      *          and release is stamped with the signed-on operator
      *          and the date, and a released hold stays on file as
      *          history - holds are never deleted. Holds take effect
      *          at once: PRGN0013 refuses enrolls and waitlist joins
      *          and PRGR0029 withholds the official transcript for
      *          the hold types that block them, without the student
      *          having to be deactivated through PRGD0004.
      *          Registrar-only from the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0034.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY HLDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY HOLD.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY HLDSTAT.
           COPY HLDWS.
       01 ACTION-PROMPT PIC X(50) VALUE
           "P-PLACE HOLD  R-RELEASE HOLD  L-LIST  X-EXIT >>".
       01 TYPE-PROMPT PIC X(55) VALUE
           "HOLD TYPE B-BURSAR R-REGISTRAR A-ADVISING L-LIBRARY >>".
       01 ACTION-CODE PIC X(01).
       01 MAINT-DONE-SW PIC X(01) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 ENTRY-ID PIC X(07).
       01 ENTRY-TYPE PIC X(01).
       01 ENTRY-REASON PIC X(40).
       01 ENTRY-SEQUENCE PIC 9(03).
       01 LIST-COUNT PIC 9(03) VALUE ZEROES.
       01 TODAY-DATE PIC 9(08).
       01 OPERATOR-ID PIC X(08).
       01 STUDENT-NOT-FOUND-MSG PIC X(30) VALUE
           "STUDENT ID NOT ON FILE".
       01 BAD-TYPE-MSG PIC X(35) VALUE
           "HOLD TYPE MUST BE B, R, A OR L".
       01 BLANK-REASON-MSG PIC X(30) VALUE
           "A HOLD REASON IS REQUIRED".
       01 SAME-TYPE-MSG PIC X(40) VALUE
           "AN ACTIVE HOLD OF THAT TYPE IS ON FILE".
       01 HOLD-NOT-FOUND-MSG PIC X(30) VALUE
           "HOLD NOT ON FILE".
       01 ALREADY-RELEASED-MSG PIC X(30) VALUE
           "HOLD ALREADY RELEASED ON ".
       01 NO-HOLDS-MSG PIC X(30) VALUE "NO HOLDS ON FILE".
       01 PLACE-CONFIRM-MSG PIC X(30) VALUE "HOLD PLACED, SEQUENCE ".
       01 RELEASE-CONFIRM-MSG PIC X(30) VALUE "HOLD RELEASED".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 SAME-TYPE-SW PIC X(01) VALUE "N".
           88 SAME-TYPE-ACTIVE VALUE "Y".
       LINKAGE SECTION.
           COPY SIGNON.
       PROCEDURE DIVISION USING SIGNON-AREA.
       0100-START.
           MOVE "N" TO MAINT-DONE-SW.
           MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-FILE.
           OPEN I-O HOLD-FILE.
           IF STUDENT-FILE-OK AND HOLD-FILE-OK
               PERFORM 0200-MAINTAIN-ONE UNTIL MAINT-DONE
           ELSE
               IF NOT STUDENT-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                       STUDENT-FILE-STATUS
               END-IF
               IF NOT HOLD-FILE-OK
                   DISPLAY OPEN-FAIL-MSG "HOLD-FILE, STATUS "
                       HOLD-FILE-STATUS
               END-IF
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF HOLD-FILE-OK
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0200-MAINTAIN-ONE.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE.
           EVALUATE ACTION-CODE
               WHEN "P"
               WHEN "p"
                   PERFORM 0300-PLACE-HOLD
               WHEN "R"
               WHEN "r"
                   PERFORM 0400-RELEASE-HOLD
               WHEN "L"
               WHEN "l"
                   PERFORM 0500-LIST-HOLDS
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO MAINT-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE.

       0250-CHECK-STUDENT.
           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT ENTRY-ID.
           MOVE ENTRY-ID TO STU-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY STUDENT-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY "STUDENT: " STU-ID
                       " " STU-LAST-NAME ", " STU-FIRST-NAME
           END-READ.

       0300-PLACE-HOLD.
           PERFORM 0250-CHECK-STUDENT.
           IF STUDENT-FILE-OK
               DISPLAY TYPE-PROMPT
               ACCEPT ENTRY-TYPE
               MOVE ENTRY-TYPE TO HLD-TYPE
               IF HLD-TYPE-VALID
                   PERFORM 0350-CHECK-SAME-TYPE
                   IF SAME-TYPE-ACTIVE
                       DISPLAY SAME-TYPE-MSG
                   ELSE
                       PERFORM 0380-WRITE-HOLD
                   END-IF
               ELSE
                   DISPLAY BAD-TYPE-MSG
               END-IF
           END-IF.

       0350-CHECK-SAME-TYPE.
           MOVE "N" TO SAME-TYPE-SW.
           MOVE 1 TO NEXT-HOLD-SEQUENCE.
           MOVE "N" TO HLD-SCAN-DONE-SW.
           MOVE ENTRY-ID TO HLD-STUDENT-ID.
           MOVE ZEROES TO HLD-SEQUENCE.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-START.
           PERFORM 0360-CHECK-ONE-SAME-TYPE UNTIL HLD-SCAN-DONE.

       0360-CHECK-ONE-SAME-TYPE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-READ.
           IF NOT HLD-SCAN-DONE
               IF HLD-STUDENT-ID = ENTRY-ID
                   COMPUTE NEXT-HOLD-SEQUENCE = HLD-SEQUENCE + 1
                   IF HLD-ACTIVE AND HLD-TYPE = ENTRY-TYPE
                       MOVE "Y" TO SAME-TYPE-SW
                   END-IF
               ELSE
                   MOVE "Y" TO HLD-SCAN-DONE-SW
               END-IF
           END-IF.

       0380-WRITE-HOLD.
           DISPLAY "ENTER HOLD REASON >>".
           ACCEPT ENTRY-REASON.
           IF ENTRY-REASON = SPACES
               DISPLAY BLANK-REASON-MSG
           ELSE
               MOVE ENTRY-ID TO HLD-STUDENT-ID
               MOVE NEXT-HOLD-SEQUENCE TO HLD-SEQUENCE
               MOVE ENTRY-TYPE TO HLD-TYPE
               MOVE ENTRY-REASON TO HLD-REASON
               MOVE TODAY-DATE TO HLD-DATE-PLACED
               MOVE OPERATOR-ID TO HLD-PLACED-BY
               MOVE ZEROES TO HLD-DATE-RELEASED
               MOVE SPACES TO HLD-RELEASED-BY
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO PLACE HOLD, STATUS "
                           HOLD-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY PLACE-CONFIRM-MSG HLD-SEQUENCE
               END-WRITE
           END-IF.

       0400-RELEASE-HOLD.
           PERFORM 0250-CHECK-STUDENT.
           IF STUDENT-FILE-OK
               PERFORM 0550-LIST-STUDENT-HOLDS
               DISPLAY "ENTER SEQUENCE OF HOLD TO RELEASE >>"
               ACCEPT ENTRY-SEQUENCE
               MOVE ENTRY-ID TO HLD-STUDENT-ID
               MOVE ENTRY-SEQUENCE TO HLD-SEQUENCE
               READ HOLD-FILE
                   INVALID KEY
                       DISPLAY HOLD-NOT-FOUND-MSG
                   NOT INVALID KEY
                       PERFORM 0450-REWRITE-RELEASED
               END-READ
           END-IF.

       0450-REWRITE-RELEASED.
           IF HLD-ACTIVE
               MOVE TODAY-DATE TO HLD-DATE-RELEASED
               MOVE OPERATOR-ID TO HLD-RELEASED-BY
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO RELEASE HOLD, STATUS "
                           HOLD-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY RELEASE-CONFIRM-MSG
               END-REWRITE
           ELSE
               DISPLAY ALREADY-RELEASED-MSG HLD-DATE-RELEASED
           END-IF.

       0500-LIST-HOLDS.
           PERFORM 0250-CHECK-STUDENT.
           IF STUDENT-FILE-OK
               PERFORM 0550-LIST-STUDENT-HOLDS
           END-IF.

       0550-LIST-STUDENT-HOLDS.
           MOVE ZEROES TO LIST-COUNT.
           MOVE "N" TO HLD-SCAN-DONE-SW.
           MOVE ENTRY-ID TO HLD-STUDENT-ID.
           MOVE ZEROES TO HLD-SEQUENCE.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-START.
           PERFORM 0600-LIST-ONE-HOLD UNTIL HLD-SCAN-DONE.
           IF LIST-COUNT = ZEROES
               DISPLAY NO-HOLDS-MSG
           END-IF.

       0600-LIST-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-READ.
           IF NOT HLD-SCAN-DONE
               IF HLD-STUDENT-ID = ENTRY-ID
                   ADD 1 TO LIST-COUNT
                   PERFORM 5050-NAME-HOLD-TYPE
                   DISPLAY "SEQ: " HLD-SEQUENCE
                       " TYPE: " HOLD-TYPE-NAME
                       " PLACED: " HLD-DATE-PLACED
                       " BY: " HLD-PLACED-BY
                   IF HLD-ACTIVE
                       DISPLAY "  ACTIVE - " HLD-REASON
                   ELSE
                       DISPLAY "  RELEASED: " HLD-DATE-RELEASED
                           " BY: " HLD-RELEASED-BY
                           " - " HLD-REASON
                   END-IF
               ELSE
                   MOVE "Y" TO HLD-SCAN-DONE-SW
               END-IF
           END-IF.

           COPY HLDVAL.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGH0034.
