      ******************************************************************
      * Copybook: LDGVAL
      * Purpose:  Shared account balance and receivables aging logic.
      *           5100-COMPUTE-BALANCE walks every ledger entry for
      *           the student in LDG-CHECK-STUDENT and totals the
      *           debits (charges, debit adjustments, refunds) and
      *           credits (payments, credit adjustments) into
      *           ACCOUNT-BALANCE, negative for a credit balance. It
      *           then ages what is still owed as of AGE-AS-OF-DATE:
      *           the credits are applied to the debits oldest term
      *           first, and whatever is left of each debit goes into
      *           the current (0-30 days), 31-60, 61-90 or over-90
      *           bucket by the age of its effective date, with the
      *           age of the oldest unpaid debit in OLDEST-OPEN-DAYS.
      *           Ages are counted on a 30/360 day-count basis: every
      *           month is 30 days and every year 360, so an age is
      *           the difference of the two dates in those units.
      *           5160-NAME-ENTRY-TYPE turns
      *           LDG-ENTRY-TYPE into its printable name.
      * Note:     Callers must COPY LDGWS and have LEDGER-FILE open.
      * Note:     Paragraphs are numbered in the 5100s so they cannot
      *           collide with any caller's own paragraph numbers.
      ******************************************************************
       5100-COMPUTE-BALANCE.
           MOVE ZEROES TO TOTAL-DEBITS.
           MOVE ZEROES TO TOTAL-CREDITS.
           MOVE ZEROES TO AGE-CURRENT.
           MOVE ZEROES TO AGE-31-60.
           MOVE ZEROES TO AGE-61-90.
           MOVE ZEROES TO AGE-OVER-90.
           MOVE ZEROES TO OLDEST-OPEN-DAYS.
           MOVE ZEROES TO LEDGER-ENTRY-COUNT.
           PERFORM 5105-START-STUDENT-SCAN.
           PERFORM 5110-SUM-ONE-ENTRY UNTIL LDG-SCAN-DONE.
           COMPUTE ACCOUNT-BALANCE = TOTAL-DEBITS - TOTAL-CREDITS.
           IF ACCOUNT-BALANCE GREATER THAN ZEROES
               MOVE AGE-AS-OF-DATE TO DAY-NUMBER-DATE
               PERFORM 5150-COMPUTE-DAY-NUMBER
               MOVE DAY-NUMBER TO AS-OF-DAY-NUMBER
               MOVE TOTAL-CREDITS TO UNAPPLIED-CREDITS
               PERFORM 5105-START-STUDENT-SCAN
               PERFORM 5120-AGE-ONE-ENTRY UNTIL LDG-SCAN-DONE
           END-IF.

       5105-START-STUDENT-SCAN.
           MOVE "N" TO LDG-SCAN-DONE-SW.
           MOVE LDG-CHECK-STUDENT TO LDG-STUDENT-ID.
           MOVE LOW-VALUES TO LDG-TERM-CODE.
           MOVE LOW-VALUES TO LDG-ENTRY-TYPE.
           MOVE ZEROES TO LDG-SEQUENCE.
           START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE "Y" TO LDG-SCAN-DONE-SW
           END-START.

       5110-SUM-ONE-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LDG-SCAN-DONE-SW
           END-READ.
           IF NOT LDG-SCAN-DONE
               IF LDG-STUDENT-ID = LDG-CHECK-STUDENT
                   ADD 1 TO LEDGER-ENTRY-COUNT
                   IF LDG-DEBIT
                       ADD LDG-AMOUNT TO TOTAL-DEBITS
                   ELSE
                       ADD LDG-AMOUNT TO TOTAL-CREDITS
                   END-IF
               ELSE
                   MOVE "Y" TO LDG-SCAN-DONE-SW
               END-IF
           END-IF.

       5120-AGE-ONE-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LDG-SCAN-DONE-SW
           END-READ.
           IF NOT LDG-SCAN-DONE
               IF LDG-STUDENT-ID = LDG-CHECK-STUDENT
                   IF LDG-DEBIT
                       PERFORM 5130-APPLY-CREDITS
                   END-IF
               ELSE
                   MOVE "Y" TO LDG-SCAN-DONE-SW
               END-IF
           END-IF.

       5130-APPLY-CREDITS.
           IF UNAPPLIED-CREDITS NOT LESS THAN LDG-AMOUNT
               SUBTRACT LDG-AMOUNT FROM UNAPPLIED-CREDITS
           ELSE
               COMPUTE OPEN-AMOUNT = LDG-AMOUNT - UNAPPLIED-CREDITS
               MOVE ZEROES TO UNAPPLIED-CREDITS
               PERFORM 5140-AGE-OPEN-AMOUNT
           END-IF.

       5140-AGE-OPEN-AMOUNT.
           MOVE LDG-EFFECTIVE-DATE TO DAY-NUMBER-DATE.
           PERFORM 5150-COMPUTE-DAY-NUMBER.
           COMPUTE ENTRY-AGE-DAYS = AS-OF-DAY-NUMBER - DAY-NUMBER.
           IF ENTRY-AGE-DAYS LESS THAN ZEROES
               MOVE ZEROES TO ENTRY-AGE-DAYS
           END-IF.
           IF ENTRY-AGE-DAYS GREATER THAN OLDEST-OPEN-DAYS
               MOVE ENTRY-AGE-DAYS TO OLDEST-OPEN-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN ENTRY-AGE-DAYS NOT GREATER THAN 30
                   ADD OPEN-AMOUNT TO AGE-CURRENT
               WHEN ENTRY-AGE-DAYS NOT GREATER THAN 60
                   ADD OPEN-AMOUNT TO AGE-31-60
               WHEN ENTRY-AGE-DAYS NOT GREATER THAN 90
                   ADD OPEN-AMOUNT TO AGE-61-90
               WHEN OTHER
                   ADD OPEN-AMOUNT TO AGE-OVER-90
           END-EVALUATE.

       5150-COMPUTE-DAY-NUMBER.
           COMPUTE DAY-NUMBER = DAY-NUMBER-YEAR * 360
               + (DAY-NUMBER-MONTH - 1) * 30
               + DAY-NUMBER-DAY.

       5160-NAME-ENTRY-TYPE.
           EVALUATE TRUE
               WHEN LDG-CHARGE
                   MOVE "CHARGE" TO LEDGER-TYPE-NAME
               WHEN LDG-DEBIT-ADJ
                   MOVE "DEBIT ADJ" TO LEDGER-TYPE-NAME
               WHEN LDG-REFUND
                   MOVE "REFUND" TO LEDGER-TYPE-NAME
               WHEN LDG-PAYMENT
                   MOVE "PAYMENT" TO LEDGER-TYPE-NAME
               WHEN LDG-CREDIT-ADJ
                   MOVE "CREDIT ADJ" TO LEDGER-TYPE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO LEDGER-TYPE-NAME
           END-EVALUATE.
