      ******************************************************************
      * Copybook: PAYFEED
      * Purpose:  FD and record layouts for the payment return file
      *           the bursar's office sends back in answer to the
      *           BILLFEED charges, fixed 50-byte records laid out the
      *           same way. One header (type H) with the bursar's run
      *           date and the term the feed answers; one detail (type
      *           D) per payment or adjustment with the student, the
      *           transaction type, the term it applies to (blank for
      *           the header term), the date the bursar took it, the
      *           bursar's reference and the amount; one trailer (type
      *           T) with the detail count and a hash total of the
      *           amounts so the posting run PRGB0035 can balance the
      *           handoff before it posts anything.
      * Types:    P payment received
      *           A credit adjustment (waiver, scholarship, write-off)
      *           D debit adjustment (fee, reversed payment)
      *           R refund paid out to the student
      ******************************************************************
       FD  PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HEADER-RECORD.
           05  PYH-RECORD-TYPE         PIC X(01).
               88  PYH-HEADER              VALUE "H".
               88  PYH-DETAIL              VALUE "D".
               88  PYH-TRAILER             VALUE "T".
           05  PYH-RUN-DATE            PIC 9(08).
           05  PYH-TERM-CODE           PIC X(05).
           05  FILLER                  PIC X(36).
       01  PAY-DETAIL-RECORD.
           05  PYD-RECORD-TYPE         PIC X(01).
           05  PYD-STUDENT-ID          PIC X(07).
           05  PYD-TRANS-TYPE          PIC X(01).
               88  PYD-TYPE-VALID          VALUE "P" "A" "D" "R".
           05  PYD-TERM-CODE           PIC X(05).
           05  PYD-TRANS-DATE          PIC 9(08).
           05  PYD-REFERENCE           PIC X(10).
           05  PYD-AMOUNT              PIC 9(07)V99.
           05  FILLER                  PIC X(09).
       01  PAY-TRAILER-RECORD.
           05  PYT-RECORD-TYPE         PIC X(01).
           05  PYT-DETAIL-COUNT        PIC 9(08).
           05  PYT-HASH-TOTAL          PIC 9(11)V99.
           05  FILLER                  PIC X(28).
