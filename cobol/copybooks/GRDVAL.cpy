      * Scale:    A 4.00   A- 3.70   B+ 3.30   B 3.00   B- 2.70
      *           C+ 2.30  C 2.00    C- 1.70   D+ 1.30  D 1.00
      *           F 0.00
      *           W withdrawn after the add/drop deadline (PRGW0041)
      *           I incomplete, changed to the final grade later
      *           W and I are valid grades with no grade points: they
      *           leave GRADE-IN-GPA-SW "N", so they carry no credits
      *           into any GPA, never pass a prerequisite and never
      *           earn credits toward a degree.
      * Note:     Callers must COPY GRDWS. Paragraph is numbered in
      *           the 4800s so it cannot collide with any caller's
      *           own paragraph numbers.
      ******************************************************************
       4800-GRADE-TO-POINTS.
           MOVE "Y" TO GRADE-VALID-SW.
           MOVE "Y" TO GRADE-IN-GPA-SW.
           EVALUATE GRADE-CODE
               WHEN "A "
                   MOVE 4.00 TO GRADE-POINTS
                   MOVE 1.00 TO GRADE-POINTS
               WHEN "F "
                   MOVE ZEROES TO GRADE-POINTS
               WHEN "W "
               WHEN "I "
                   MOVE "N" TO GRADE-IN-GPA-SW
                   MOVE ZEROES TO GRADE-POINTS
               WHEN OTHER
                   MOVE "N" TO GRADE-VALID-SW
                   MOVE "N" TO GRADE-IN-GPA-SW
                   MOVE ZEROES TO GRADE-POINTS
           END-EVALUATE.
