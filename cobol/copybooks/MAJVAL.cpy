      ******************************************************************
      * Copybook: MAJVAL
      * Purpose:  Shared major code check. Sets MAJOR-VALID-SW when
      *           MAJOR-CHECK-CODE is a code on the major table
      *           (copybook MAJOR) that is still active; a blank
      *           major, a value longer than a major code, a code not
      *           on the table or a retired code is refused with its
      *           own message. COPYed (through INSVAL or directly)
      *           into PRGI0002, PRGU0003 and PRGB0011 so a batch add
      *           or change is held to the same codes as a clerk
      *           keying one in at a terminal.
      * Note:     Callers must COPY MAJWS, the MAJOR file copybooks,
      *           and have MAJOR-FILE open.
      * Note:     Paragraphs are numbered in the 5800s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       5800-VALIDATE-MAJOR.
           MOVE "N" TO MAJOR-VALID-SW.
           IF MAJOR-CHECK-CODE = SPACES
               DISPLAY BLANK-MAJOR-CODE-MSG
           ELSE
               IF MAJOR-CHECK-CODE(7:14) NOT = SPACES
                   DISPLAY UNKNOWN-MAJOR-MSG MAJOR-CHECK-CODE
               ELSE
                   MOVE MAJOR-CHECK-CODE TO MAJ-CODE
                   READ MAJOR-FILE
                       INVALID KEY
                           DISPLAY UNKNOWN-MAJOR-MSG MAJOR-CHECK-CODE
                       NOT INVALID KEY
                           PERFORM 5810-CHECK-MAJOR-ACTIVE
                   END-READ
               END-IF
           END-IF.

       5810-CHECK-MAJOR-ACTIVE.
           IF MAJ-ACTIVE
               MOVE "Y" TO MAJOR-VALID-SW
           ELSE
               DISPLAY RETIRED-MAJOR-MSG MAJOR-CHECK-CODE
           END-IF.
