      ******************************************************************
      * Copybook: INSVAL
      * Purpose:  Shared insert validation - required fields, an
      *           active major code (copybook MAJVAL), duplicate ID
      *           check, then the WRITE itself. COPYed into both
      *           PRGI0002 and PRGB0011 so a batch add is held to the
      *           same rules as a clerk keying one in at a terminal.
      * Note:     Caller must ACCEPT/MOVE the candidate values into
      *           4400-VALIDATE-REQUIRED-FIELDS, then PERFORM
      *           4500-CHECK-DUPLICATE and, if INSERT-OK, PERFORM
      *           4600-WRITE-STUDENT.
      * Note:     Callers must also COPY MAJWS and MAJVAL and have
      *           MAJOR-FILE open. When VALID-DATA is off but
      *           MAJOR-VALID is on, the required fields were missing;
      *           otherwise the major code was refused.
      * Note:     Paragraphs are numbered in the 4400s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       4400-VALIDATE-REQUIRED-FIELDS.
           MOVE "Y" TO VALID-DATA-SW.
           MOVE "Y" TO MAJOR-VALID-SW.
           IF NEW-ID = SPACES OR
              NEW-LAST-NAME = SPACES OR
              NEW-FIRST-NAME = SPACES
               MOVE "N" TO VALID-DATA-SW
               DISPLAY REQUIRED-FIELD-MSG
           ELSE
               MOVE NEW-MAJOR TO MAJOR-CHECK-CODE
               PERFORM 5800-VALIDATE-MAJOR
               IF NOT MAJOR-VALID
                   MOVE "N" TO VALID-DATA-SW
               END-IF
           END-IF.

       4500-CHECK-DUPLICATE.
