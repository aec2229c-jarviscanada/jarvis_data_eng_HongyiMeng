      ******************************************************************
      * Copybook: MAJOR
      * Purpose:  FD and record layout for the major/program code
      *           table, keyed by the major code carried in STU-MAJOR
      *           (left-justified, the rest of the field blank). Each
      *           code has its full name, the owning department and
      *           an active/retired flag. A retired code stays on file
      *           so students and degree requirements already carrying
      *           it still resolve, but no new student can be given
      *           it. Kept by the registrar through PRGT0045; checked
      *           on every insert and on every update that keys a
      *           major (copybook MAJVAL).
      ******************************************************************
       FD  MAJOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAJOR-RECORD.
           05  MAJ-CODE                PIC X(06).
           05  MAJ-NAME                PIC X(30).
           05  MAJ-DEPARTMENT          PIC X(20).
           05  MAJ-STATUS-FLAG         PIC X(01).
               88  MAJ-ACTIVE              VALUE "A".
               88  MAJ-RETIRED             VALUE "R".
           05  MAJ-DATE-CHANGED        PIC 9(08).
           05  MAJ-CHANGED-BY          PIC X(08).
