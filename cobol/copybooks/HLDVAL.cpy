      ******************************************************************
      * Copybook: HLDVAL
      * Purpose:  Shared registration hold check. Walks every hold on
      *           file for the student in HLD-CHECK-STUDENT and sets
      *           REGISTRATION-HOLD-SW and TRANSCRIPT-HOLD-SW from the
      *           active ones (see copybook HOLD for which types block
      *           what), keeping the type name and reason of the
      *           first blocking hold of each kind for the refusal
      *           message. Also counts the active holds, notes an
      *           active bursar hold, and leaves NEXT-HOLD-SEQUENCE
      *           at one past the highest sequence on file so a new
      *           hold can be written straight after the check.
      *           5050-NAME-HOLD-TYPE turns HLD-TYPE into its
      *           printable name in HOLD-TYPE-NAME.
      * Note:     Callers must COPY HLDWS and have HOLD-FILE open.
      * Note:     Paragraphs are numbered in the 5000s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       5000-CHECK-HOLDS.
           MOVE "N" TO REGISTRATION-HOLD-SW.
           MOVE "N" TO TRANSCRIPT-HOLD-SW.
           MOVE "N" TO BURSAR-HOLD-SW.
           MOVE SPACES TO REG-HOLD-TYPE-NAME.
           MOVE SPACES TO REG-HOLD-REASON.
           MOVE SPACES TO TRN-HOLD-TYPE-NAME.
           MOVE SPACES TO TRN-HOLD-REASON.
           MOVE ZEROES TO ACTIVE-HOLD-COUNT.
           MOVE 1 TO NEXT-HOLD-SEQUENCE.
           MOVE "N" TO HLD-SCAN-DONE-SW.
           MOVE HLD-CHECK-STUDENT TO HLD-STUDENT-ID.
           MOVE ZEROES TO HLD-SEQUENCE.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-START.
           PERFORM 5010-CHECK-ONE-HOLD UNTIL HLD-SCAN-DONE.

       5010-CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HLD-SCAN-DONE-SW
           END-READ.
           IF NOT HLD-SCAN-DONE
               IF HLD-STUDENT-ID = HLD-CHECK-STUDENT
                   COMPUTE NEXT-HOLD-SEQUENCE = HLD-SEQUENCE + 1
                   IF HLD-ACTIVE
                       PERFORM 5020-APPLY-ACTIVE-HOLD
                   END-IF
               ELSE
                   MOVE "Y" TO HLD-SCAN-DONE-SW
               END-IF
           END-IF.

       5020-APPLY-ACTIVE-HOLD.
           ADD 1 TO ACTIVE-HOLD-COUNT.
           PERFORM 5050-NAME-HOLD-TYPE.
           IF HLD-BURSAR
               MOVE "Y" TO BURSAR-HOLD-SW
           END-IF.
           IF HLD-BLOCKS-REGISTRATION AND NOT REGISTRATION-HELD
               MOVE "Y" TO REGISTRATION-HOLD-SW
               MOVE HOLD-TYPE-NAME TO REG-HOLD-TYPE-NAME
               MOVE HLD-REASON TO REG-HOLD-REASON
           END-IF.
           IF HLD-BLOCKS-TRANSCRIPT AND NOT TRANSCRIPT-HELD
               MOVE "Y" TO TRANSCRIPT-HOLD-SW
               MOVE HOLD-TYPE-NAME TO TRN-HOLD-TYPE-NAME
               MOVE HLD-REASON TO TRN-HOLD-REASON
           END-IF.

       5050-NAME-HOLD-TYPE.
           EVALUATE TRUE
               WHEN HLD-BURSAR
                   MOVE "BURSAR" TO HOLD-TYPE-NAME
               WHEN HLD-REGISTRAR
                   MOVE "REGISTRAR" TO HOLD-TYPE-NAME
               WHEN HLD-ADVISING
                   MOVE "ADVISING" TO HOLD-TYPE-NAME
               WHEN HLD-LIBRARY
                   MOVE "LIBRARY" TO HOLD-TYPE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO HOLD-TYPE-NAME
           END-EVALUATE.
