      ******************************************************************
      * Copybook: HOLD
      * Purpose:  FD and record layout for the registration hold
      *           file, a satellite of the master keyed on student ID
      *           plus an ever-rising sequence number, so a key-order
      *           walk of one student's records lists every hold ever
      *           placed on them, oldest first. A hold is active
      *           until HLD-DATE-RELEASED is filled in; released
      *           holds stay on file as the history of who placed and
      *           lifted what. Placed and released by the registrar
      *           through PRGH0034 (the bursar hold can also be placed
      *           by the receivables batch, operator BATCH).
      * Types:    B bursar     - blocks registration and transcripts
      *           R registrar  - blocks registration and transcripts
      *           A advising   - blocks registration only
      *           L library    - blocks transcripts only
      *           PRGN0013 refuses enrolls and waitlist joins while a
      *           registration-blocking hold is active; PRGR0029
      *           withholds the official transcript while a
      *           transcript-blocking hold is active (copybook HLDVAL).
      ******************************************************************
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-STUDENT-ID      PIC X(07).
               10  HLD-SEQUENCE        PIC 9(03).
           05  HLD-TYPE                PIC X(01).
               88  HLD-BURSAR              VALUE "B".
               88  HLD-REGISTRAR           VALUE "R".
               88  HLD-ADVISING            VALUE "A".
               88  HLD-LIBRARY             VALUE "L".
               88  HLD-TYPE-VALID          VALUE "B" "R" "A" "L".
               88  HLD-BLOCKS-REGISTRATION VALUE "B" "R" "A".
               88  HLD-BLOCKS-TRANSCRIPT   VALUE "B" "R" "L".
           05  HLD-REASON              PIC X(40).
           05  HLD-DATE-PLACED         PIC 9(08).
           05  HLD-PLACED-BY           PIC X(08).
           05  HLD-DATE-RELEASED       PIC 9(08).
               88  HLD-ACTIVE              VALUE ZEROES.
           05  HLD-RELEASED-BY         PIC X(08).
