      *           REWRITE and the 5600 audit write directly, and
      *           0580-ENSURE-TERM-HISTORY is the only history
      *           writer - always under the processed term.
      * Modified: 2026-10-15 HYM - A W (late withdrawal) or I
      *           (incomplete) grade rolls off to the history file like
      *           any other grade but carries no credits into the term
      *           GPA; a student whose only grades for the term are W
      *           or I keeps the GPA on the master and gets no history
      *           record for the term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE ENR-GRADE TO GRADE-CODE
                   PERFORM 4800-GRADE-TO-POINTS
                   IF GRADE-VALID
                       IF GRADE-IN-GPA
                           COMPUTE STUDENT-QP = STUDENT-QP
                               + GRADE-POINTS * CRS-CREDITS
                           ADD CRS-CREDITS TO STUDENT-CREDITS
                       END-IF
                       PERFORM 0700-ROLL-OFF-ENROLLMENT
                   ELSE
                       ADD 1 TO BAD-GRADE-COUNT
