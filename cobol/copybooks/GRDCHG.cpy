      ******************************************************************
      * Copybook: GRDCHG
      * Purpose:  FD and record layout for the grade change file, a
      *           satellite of the enrollment files keyed on student
      *           ID, term and course code plus an ever-rising
      *           sequence number, so a key-order walk of one
      *           student's records lists every change ever made to
      *           a grade after the fact, term by term. Written by the
      *           registrar through PRGW0041 for a late withdrawal
      *           (the W recorded on the live enrollment) or for an
      *           approved grade change on the enrollment history
      *           (an appeal, or an I replaced by the final grade),
      *           with the old and new grade, the reason, the
      *           operator, and the term GPA before and after the
      *           term's GPA history record was recomputed.
      * Types:    W late withdrawal after the add/drop deadline
      *           G grade change on the enrollment history
      ******************************************************************
       FD  GRDCHG-FILE
           LABEL RECORDS ARE STANDARD.
       01  GRDCHG-RECORD.
           05  GCH-KEY.
               10  GCH-STUDENT-ID      PIC X(07).
               10  GCH-TERM-CODE       PIC X(05).
               10  GCH-COURSE-CODE     PIC X(08).
               10  GCH-SEQUENCE        PIC 9(03).
           05  GCH-CHANGE-TYPE         PIC X(01).
               88  GCH-WITHDRAWAL          VALUE "W".
               88  GCH-GRADE-CHANGE        VALUE "G".
           05  GCH-OLD-GRADE           PIC X(02).
           05  GCH-NEW-GRADE           PIC X(02).
           05  GCH-REASON              PIC X(40).
           05  GCH-OLD-TERM-GPA        PIC 9V99.
           05  GCH-NEW-TERM-GPA        PIC 9V99.
           05  GCH-DATE-CHANGED        PIC 9(08).
           05  GCH-CHANGED-BY          PIC X(08).
