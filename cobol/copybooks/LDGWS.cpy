      ******************************************************************
      * Copybook: LDGWS
      * Purpose:  Working storage for the shared account balance and
      *           aging logic in copybook LDGVAL: the student and the
      *           as-of date being aged to, the debit, credit and net
      *           balance totals, the four receivables aging buckets,
      *           the age of the oldest unpaid debit, the work areas
      *           that turn a YYYYMMDD date into a day number, and the
      *           printable name of a ledger entry type.
      ******************************************************************
       01 LDG-CHECK-STUDENT PIC X(07).
       01 AGE-AS-OF-DATE PIC 9(08).
       01 TOTAL-DEBITS PIC 9(09)V99 VALUE ZEROES.
       01 TOTAL-CREDITS PIC 9(09)V99 VALUE ZEROES.
       01 ACCOUNT-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 UNAPPLIED-CREDITS PIC 9(09)V99 VALUE ZEROES.
       01 OPEN-AMOUNT PIC 9(09)V99 VALUE ZEROES.
       01 AGE-CURRENT PIC 9(09)V99 VALUE ZEROES.
       01 AGE-31-60 PIC 9(09)V99 VALUE ZEROES.
       01 AGE-61-90 PIC 9(09)V99 VALUE ZEROES.
       01 AGE-OVER-90 PIC 9(09)V99 VALUE ZEROES.
       01 OLDEST-OPEN-DAYS PIC 9(05) VALUE ZEROES.
       01 LEDGER-ENTRY-COUNT PIC 9(05) VALUE ZEROES.
       01 ENTRY-AGE-DAYS PIC S9(07) VALUE ZEROES.
       01 AS-OF-DAY-NUMBER PIC 9(07) VALUE ZEROES.
       01 DAY-NUMBER PIC 9(07) VALUE ZEROES.
       01 DAY-NUMBER-DATE PIC 9(08).
       01 DAY-NUMBER-PARTS REDEFINES DAY-NUMBER-DATE.
           05 DAY-NUMBER-YEAR     PIC 9(04).
           05 DAY-NUMBER-MONTH    PIC 9(02).
           05 DAY-NUMBER-DAY      PIC 9(02).
       01 LEDGER-TYPE-NAME PIC X(10).
       01 LDG-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 LDG-SCAN-DONE VALUE "Y".
