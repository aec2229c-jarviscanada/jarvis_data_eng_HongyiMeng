           05  BKC-WAITLIST-COUNT      PIC 9(08).
           05  BKC-RATE-COUNT          PIC 9(08).
           05  BKC-ADDRESS-COUNT       PIC 9(08).
           05  BKC-LEDGER-COUNT        PIC 9(08).
           05  BKC-HOLD-COUNT          PIC 9(08).
           05  BKC-PREREQ-COUNT        PIC 9(08).
           05  BKC-PRQOVR-COUNT        PIC 9(08).
           05  BKC-DEGREQ-COUNT        PIC 9(08).
           05  BKC-GRADUATE-COUNT      PIC 9(08).
           05  BKC-GRDCHG-COUNT        PIC 9(08).
           05  BKC-STDHIST-COUNT       PIC 9(08).
           05  BKC-MAJOR-COUNT         PIC 9(08).
