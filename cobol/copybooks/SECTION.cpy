      *           capacity check never has to scan the enrollment
      *           file. The term code is the YYYYS code defined in
      *           copybook GPAHIST.
      *           The meeting schedule is keyed with the offering in
      *           PRGC0012: SEC-MEETING-DAY is positional, Monday
      *           through Sunday (M T W R F S U), a letter in each
      *           position the section meets and a space otherwise;
      *           start and end times are 24-hour HHMM. Days of all
      *           spaces mean the meeting time is still to be
      *           announced, and such a section never clashes.
      ******************************************************************
       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
               10  SEC-TERM-CODE       PIC X(05).
           05  SEC-CAPACITY            PIC 9(03).
           05  SEC-ENROLLED            PIC 9(03).
           05  SEC-MEETING-DAYS.
               10  SEC-MEETING-DAY     PIC X(01) OCCURS 7 TIMES.
           05  SEC-START-TIME          PIC 9(04).
           05  SEC-END-TIME            PIC 9(04).
           05  SEC-ROOM                PIC X(08).
           05  SEC-INSTRUCTOR          PIC X(20).
