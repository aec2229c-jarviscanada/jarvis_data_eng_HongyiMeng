      ******************************************************************
      * Copybook: STDHIST
      * Purpose:  FD and record layout for the academic standing
      *           history file, a satellite of the master keyed on
      *           student ID and term code, so a key-order walk of one
      *           student's records gives the standing term by term.
      *           Written by the end-of-term standing batch PRGB0042
      *           from the term and cumulative GPA on the GPA history,
      *           with the count of consecutive terms below standard
      *           that drives the escalation from probation to
      *           suspension, and whether the standing letter went
      *           out or the student was listed for want of an
      *           address.
      * Standing: D dean's list
      *           G good standing
      *           P academic probation
      *           S academic suspension
      ******************************************************************
       FD  STDH-FILE
           LABEL RECORDS ARE STANDARD.
       01  STDHIST-RECORD.
           05  STH-KEY.
               10  STH-STUDENT-ID      PIC X(07).
               10  STH-TERM-CODE       PIC X(05).
           05  STH-STANDING            PIC X(01).
               88  STH-DEANS-LIST          VALUE "D".
               88  STH-GOOD-STANDING       VALUE "G".
               88  STH-PROBATION           VALUE "P".
               88  STH-SUSPENDED           VALUE "S".
               88  STH-BELOW-STANDARD      VALUE "P" "S".
           05  STH-TERM-GPA            PIC 9V99.
           05  STH-CUM-GPA             PIC 9V99.
           05  STH-PROBATION-COUNT     PIC 9(02).
           05  STH-LETTER-STATUS       PIC X(01).
               88  STH-LETTER-PRINTED      VALUE "L".
               88  STH-NO-ADDRESS          VALUE "X".
           05  STH-DATE-DETERMINED     PIC 9(08).
