      ******************************************************************
      * Copybook: LEDGER
      * Purpose:  FD and record layout for the student account ledger.
      *           One record per money movement on a student's
      *           account, keyed by student, term (the YYYYS code
      *           defined in copybook GPAHIST), entry type and a
      *           sequence within them, so a student's entries read
      *           back term by term. The term's tuition charge is
      *           posted by the billing run PRGB0028 under sequence
      *           000 (a rebill replaces it); payments and adjustments
      *           from the bursar's PAYFEED are posted by PRGB0035
      *           under the next free sequence, carrying the feed date
      *           and the bursar's reference so the same item is never
      *           posted twice. LDG-EFFECTIVE-DATE is the date the
      *           receivables aging in copybook LDGVAL counts from.
      * Types:    C term tuition charge      (debit)
      *           D debit adjustment         (debit)
      *           R refund paid out          (debit)
      *           P payment received         (credit)
      *           A credit adjustment        (credit)
      ******************************************************************
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-STUDENT-ID      PIC X(07).
               10  LDG-TERM-CODE       PIC X(05).
               10  LDG-ENTRY-TYPE      PIC X(01).
                   88  LDG-CHARGE          VALUE "C".
                   88  LDG-DEBIT-ADJ       VALUE "D".
                   88  LDG-REFUND          VALUE "R".
                   88  LDG-PAYMENT         VALUE "P".
                   88  LDG-CREDIT-ADJ      VALUE "A".
                   88  LDG-DEBIT           VALUE "C" "D" "R".
                   88  LDG-CREDIT          VALUE "P" "A".
               10  LDG-SEQUENCE        PIC 9(03).
           05  LDG-EFFECTIVE-DATE      PIC 9(08).
           05  LDG-POSTED-DATE         PIC 9(08).
           05  LDG-AMOUNT              PIC 9(07)V99.
           05  LDG-REFERENCE           PIC X(10).
           05  LDG-CREDITS             PIC 9(03).
           05  LDG-FEED-DATE           PIC 9(08).
