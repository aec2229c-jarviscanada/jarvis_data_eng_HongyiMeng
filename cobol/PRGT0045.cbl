      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: Maintains the major/program code table (copybook
      *          MAJOR) that STU-MAJOR is validated against: add a
      *          code with its full name and owning department,
      *          change the name or department of a code, retire a
      *          code that is no longer offered or reinstate a
      *          retired one, or list the whole table. Codes are
      *          never deleted - students and degree requirements
      *          may still carry a retired code - and a retired code
      *          is refused for new students and changes by INSVAL,
      *          PRGU0003 and PRGB0011 (copybook MAJVAL). Every add
      *          and change is stamped with the signed-on operator
      *          and the date. Registrar-only from the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGT0045.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MAJSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY MAJOR.
       WORKING-STORAGE SECTION.
           COPY MAJSTAT.
       01 ACTION-PROMPT PIC X(65) VALUE
           "A-ADD  C-CHANGE  R-RETIRE  I-REINSTATE  L-LIST  X-EXIT >>".
       01 ACTION-CODE PIC X(01).
       01 MAINT-DONE-SW PIC X(01) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 CODE-FOUND-SW PIC X(01) VALUE "N".
           88 CODE-FOUND VALUE "Y".
       01 ENTRY-CODE PIC X(06).
       01 ENTRY-NAME PIC X(30).
       01 ENTRY-DEPARTMENT PIC X(20).
       01 STATUS-NAME PIC X(07).
       01 LIST-COUNT PIC 9(05) VALUE ZEROES.
       01 TODAY-DATE PIC 9(08).
       01 OPERATOR-ID PIC X(08).
       01 BLANK-CODE-MSG PIC X(30) VALUE "MAJOR CODE IS REQUIRED".
       01 BLANK-NAME-MSG PIC X(40) VALUE
           "FULL NAME AND DEPARTMENT ARE REQUIRED".
       01 CODE-EXISTS-MSG PIC X(30) VALUE
           "MAJOR CODE ALREADY ON FILE".
       01 CODE-NOT-FOUND-MSG PIC X(30) VALUE
           "MAJOR CODE NOT ON FILE".
       01 ALREADY-RETIRED-MSG PIC X(30) VALUE
           "MAJOR CODE ALREADY RETIRED".
       01 ALREADY-ACTIVE-MSG PIC X(30) VALUE
           "MAJOR CODE ALREADY ACTIVE".
       01 ADD-CONFIRM-MSG PIC X(30) VALUE "MAJOR CODE ADDED".
       01 CHANGE-CONFIRM-MSG PIC X(30) VALUE "MAJOR CODE CHANGED".
       01 RETIRE-CONFIRM-MSG PIC X(30) VALUE "MAJOR CODE RETIRED".
       01 REINSTATE-CONFIRM-MSG PIC X(30) VALUE
           "MAJOR CODE REINSTATED".
       01 NO-CODES-MSG PIC X(30) VALUE "NO MAJOR CODES ON FILE".
       01 LIST-COUNT-MSG PIC X(25) VALUE "MAJOR CODES LISTED: ".
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       LINKAGE SECTION.
           COPY SIGNON.
       PROCEDURE DIVISION USING SIGNON-AREA.
       0100-START.
           MOVE "N" TO MAINT-DONE-SW.
           MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O MAJOR-FILE.
           IF MAJOR-FILE-OK
               PERFORM 0200-MAINTAIN-ONE UNTIL MAINT-DONE
               CLOSE MAJOR-FILE
           ELSE
               DISPLAY OPEN-FAIL-MSG "MAJOR-FILE, STATUS "
                   MAJOR-FILE-STATUS
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0200-MAINTAIN-ONE.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE.
           EVALUATE ACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM 0300-ADD-CODE
               WHEN "C"
               WHEN "c"
                   PERFORM 0400-CHANGE-CODE
               WHEN "R"
               WHEN "r"
                   PERFORM 0500-RETIRE-CODE
               WHEN "I"
               WHEN "i"
                   PERFORM 0550-REINSTATE-CODE
               WHEN "L"
               WHEN "l"
                   PERFORM 0700-LIST-CODES
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO MAINT-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE.

       0250-FIND-CODE.
           MOVE "N" TO CODE-FOUND-SW.
           DISPLAY "ENTER MAJOR CODE >>".
           ACCEPT ENTRY-CODE.
           IF ENTRY-CODE = SPACES
               DISPLAY BLANK-CODE-MSG
           ELSE
               MOVE ENTRY-CODE TO MAJ-CODE
               READ MAJOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CODE-FOUND-SW
               END-READ
           END-IF.

       0300-ADD-CODE.
           PERFORM 0250-FIND-CODE.
           IF ENTRY-CODE NOT = SPACES
               IF CODE-FOUND
                   DISPLAY CODE-EXISTS-MSG
                   PERFORM 0750-DISPLAY-CODE
               ELSE
                   DISPLAY "ENTER FULL NAME >>"
                   ACCEPT ENTRY-NAME
                   DISPLAY "ENTER OWNING DEPARTMENT >>"
                   ACCEPT ENTRY-DEPARTMENT
                   IF ENTRY-NAME = SPACES OR ENTRY-DEPARTMENT = SPACES
                       DISPLAY BLANK-NAME-MSG
                   ELSE
                       PERFORM 0350-WRITE-CODE
                   END-IF
               END-IF
           END-IF.

       0350-WRITE-CODE.
           MOVE ENTRY-CODE TO MAJ-CODE.
           MOVE ENTRY-NAME TO MAJ-NAME.
           MOVE ENTRY-DEPARTMENT TO MAJ-DEPARTMENT.
           SET MAJ-ACTIVE TO TRUE.
           MOVE TODAY-DATE TO MAJ-DATE-CHANGED.
           MOVE OPERATOR-ID TO MAJ-CHANGED-BY.
           WRITE MAJOR-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ADD MAJOR CODE, STATUS "
                       MAJOR-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY ADD-CONFIRM-MSG
           END-WRITE.

       0400-CHANGE-CODE.
           PERFORM 0250-FIND-CODE.
           IF ENTRY-CODE NOT = SPACES
               IF CODE-FOUND
                   PERFORM 0750-DISPLAY-CODE
                   DISPLAY "ENTER FULL NAME (BLANK=NO CHANGE) >>"
                   ACCEPT ENTRY-NAME
                   DISPLAY "ENTER DEPARTMENT (BLANK=NO CHANGE) >>"
                   ACCEPT ENTRY-DEPARTMENT
                   IF ENTRY-NAME NOT = SPACES
                       MOVE ENTRY-NAME TO MAJ-NAME
                   END-IF
                   IF ENTRY-DEPARTMENT NOT = SPACES
                       MOVE ENTRY-DEPARTMENT TO MAJ-DEPARTMENT
                   END-IF
                   PERFORM 0600-REWRITE-CODE
                   IF MAJOR-FILE-OK
                       DISPLAY CHANGE-CONFIRM-MSG
                   END-IF
               ELSE
                   DISPLAY CODE-NOT-FOUND-MSG
               END-IF
           END-IF.

       0500-RETIRE-CODE.
           PERFORM 0250-FIND-CODE.
           IF ENTRY-CODE NOT = SPACES
               IF CODE-FOUND
                   IF MAJ-RETIRED
                       DISPLAY ALREADY-RETIRED-MSG
                   ELSE
                       SET MAJ-RETIRED TO TRUE
                       PERFORM 0600-REWRITE-CODE
                       IF MAJOR-FILE-OK
                           DISPLAY RETIRE-CONFIRM-MSG
                       END-IF
                   END-IF
               ELSE
                   DISPLAY CODE-NOT-FOUND-MSG
               END-IF
           END-IF.

       0550-REINSTATE-CODE.
           PERFORM 0250-FIND-CODE.
           IF ENTRY-CODE NOT = SPACES
               IF CODE-FOUND
                   IF MAJ-ACTIVE
                       DISPLAY ALREADY-ACTIVE-MSG
                   ELSE
                       SET MAJ-ACTIVE TO TRUE
                       PERFORM 0600-REWRITE-CODE
                       IF MAJOR-FILE-OK
                           DISPLAY REINSTATE-CONFIRM-MSG
                       END-IF
                   END-IF
               ELSE
                   DISPLAY CODE-NOT-FOUND-MSG
               END-IF
           END-IF.

       0600-REWRITE-CODE.
           MOVE TODAY-DATE TO MAJ-DATE-CHANGED.
           MOVE OPERATOR-ID TO MAJ-CHANGED-BY.
           REWRITE MAJOR-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CHANGE MAJOR CODE, STATUS "
                       MAJOR-FILE-STATUS
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

       0700-LIST-CODES.
           MOVE ZEROES TO LIST-COUNT.
           MOVE "N" TO AT-EOF-SW.
           MOVE LOW-VALUES TO MAJ-CODE.
           START MAJOR-FILE KEY IS NOT LESS THAN MAJ-CODE
               INVALID KEY
                   MOVE "Y" TO AT-EOF-SW
           END-START.
           PERFORM 0720-LIST-ONE-CODE UNTIL AT-EOF.
           IF LIST-COUNT = ZEROES
               DISPLAY NO-CODES-MSG
           ELSE
               DISPLAY LIST-COUNT-MSG LIST-COUNT
           END-IF.

       0720-LIST-ONE-CODE.
           READ MAJOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.
           IF NOT AT-EOF
               ADD 1 TO LIST-COUNT
               PERFORM 0750-DISPLAY-CODE
           END-IF.

       0750-DISPLAY-CODE.
           IF MAJ-ACTIVE
               MOVE "ACTIVE" TO STATUS-NAME
           ELSE
               MOVE "RETIRED" TO STATUS-NAME
           END-IF.
           DISPLAY "CODE: " MAJ-CODE
               " NAME: " MAJ-NAME
               " DEPT: " MAJ-DEPARTMENT
               " " STATUS-NAME.
           DISPLAY "  CHANGED: " MAJ-DATE-CHANGED
               " BY: " MAJ-CHANGED-BY.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGT0045.
