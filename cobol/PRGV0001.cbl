      *           term is open until the registrar sets one through
      *           PRGC0012, and PRGN0013 refuses enrollments until
      *           then.
      * Modified: 2026-10-15 HYM - Also generates the course
      *           prerequisite file and the prerequisite override
      *           file kept through PRGC0012 and checked by PRGN0013.
      * Modified: 2026-10-15 HYM - Also generates the registration
      *           hold file maintained by PRGH0034.
      * Modified: 2026-10-15 HYM - Also generates the student account
      *           ledger the billing run PRGB0028 and the payment
      *           feed posting PRGB0035 post to.
      * Modified: 2026-10-15 HYM - Also generates the degree
      *           requirements table kept through PRGP0038 and the
      *           graduation file written by PRGB0040.
      * Modified: 2026-10-15 HYM - Also generates the grade change
      *           file written by PRGW0041.
      * Modified: 2026-10-15 HYM - Also generates the academic
      *           standing history file written by PRGB0042.
      * Modified: 2026-10-15 HYM - Also generates the major/program
      *           code table kept by PRGT0045.
      * Purpose: Generates (formats) the student master VSAM file,
      *          including its alternate index over student name, plus
      *          the course catalog, section, enrollment, term
           COPY RTESEL.
           COPY ADRSEL.
           COPY RNLSEL.
           COPY PRQSEL.
           COPY POVSEL.
           COPY HLDSEL.
           COPY LDGSEL.
           COPY DRQSEL.
           COPY GRADSEL.
           COPY GCHSEL.
           COPY STHSEL.
           COPY MAJSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY RATETAB.
           COPY ADDRESS.
           COPY RUNLOG.
           COPY PREREQ.
           COPY PRQOVR.
           COPY HOLD.
           COPY LEDGER.
           COPY DEGREQ.
           COPY GRADUATE.
           COPY GRDCHG.
           COPY STDHIST.
           COPY MAJOR.
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY CRSSTAT.
           COPY RTESTAT.
           COPY ADRSTAT.
           COPY RNLSTAT.
           COPY PRQSTAT.
           COPY POVSTAT.
           COPY HLDSTAT.
           COPY LDGSTAT.
           COPY DRQSTAT.
           COPY GRADSTAT.
           COPY GCHSTAT.
           COPY STHSTAT.
           COPY MAJSTAT.
       01 GEN-CONFIRM-MSG PIC X(48) VALUE
           "STUDENT FILE GENERATED WITH NAME ALTERNATE INDEX".
       01 CRS-CONFIRM-MSG PIC X(35) VALUE
           "NIGHTLY RUN LOG GENERATED".
       01 RNL-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE RUN LOG, STATUS ".
       01 PRQ-CONFIRM-MSG PIC X(35) VALUE
           "COURSE PREREQUISITE FILE GENERATED".
       01 PRQ-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE PREREQUISITE FILE, STATUS ".
       01 POV-CONFIRM-MSG PIC X(40) VALUE
           "PREREQUISITE OVERRIDE FILE GENERATED".
       01 POV-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE OVERRIDE FILE, STATUS ".
       01 HLD-CONFIRM-MSG PIC X(40) VALUE
           "REGISTRATION HOLD FILE GENERATED".
       01 HLD-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE HOLD FILE, STATUS ".
       01 LDG-CONFIRM-MSG PIC X(40) VALUE
           "STUDENT ACCOUNT LEDGER GENERATED".
       01 LDG-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE LEDGER FILE, STATUS ".
       01 DRQ-CONFIRM-MSG PIC X(40) VALUE
           "DEGREE REQUIREMENTS TABLE GENERATED".
       01 DRQ-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE DEGREQ FILE, STATUS ".
       01 GRAD-CONFIRM-MSG PIC X(40) VALUE
           "GRADUATION FILE GENERATED".
       01 GRAD-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE GRADUATE FILE, STATUS ".
       01 GCH-CONFIRM-MSG PIC X(40) VALUE
           "GRADE CHANGE FILE GENERATED".
       01 GCH-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE GRDCHG FILE, STATUS ".
       01 STH-CONFIRM-MSG PIC X(40) VALUE
           "STANDING HISTORY FILE GENERATED".
       01 STH-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE STDHIST FILE, STATUS ".
       01 MAJ-CONFIRM-MSG PIC X(40) VALUE
           "MAJOR CODE TABLE GENERATED".
       01 MAJ-FAIL-MSG PIC X(45) VALUE
           "UNABLE TO GENERATE MAJOR FILE, STATUS ".
       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0200-BUILD-FILE.
           PERFORM 1200-BUILD-RATE-FILE.
           PERFORM 1300-BUILD-ADDRESS-FILE.
           PERFORM 1400-BUILD-RUNLOG-FILE.
           PERFORM 1500-BUILD-PREREQ-FILE.
           PERFORM 1600-BUILD-PRQOVR-FILE.
           PERFORM 1700-BUILD-HOLD-FILE.
           PERFORM 1800-BUILD-LEDGER-FILE.
           PERFORM 1900-BUILD-DEGREQ-FILE.
           PERFORM 2000-BUILD-GRADUATE-FILE.
           PERFORM 2100-BUILD-GRDCHG-FILE.
           PERFORM 2200-BUILD-STDHIST-FILE.
           PERFORM 2300-BUILD-MAJOR-FILE.
           PERFORM 9999-END-PROGRAM.

       0200-BUILD-FILE.
           END-IF.
           CLOSE RUNLOG-FILE.

       1500-BUILD-PREREQ-FILE.
           OPEN OUTPUT PREREQ-FILE.
           IF PREREQ-FILE-OK
               DISPLAY PRQ-CONFIRM-MSG
           ELSE
               DISPLAY PRQ-FAIL-MSG PREREQ-FILE-STATUS
           END-IF.
           CLOSE PREREQ-FILE.

       1600-BUILD-PRQOVR-FILE.
           OPEN OUTPUT PRQOVR-FILE.
           IF PRQOVR-FILE-OK
               DISPLAY POV-CONFIRM-MSG
           ELSE
               DISPLAY POV-FAIL-MSG PRQOVR-FILE-STATUS
           END-IF.
           CLOSE PRQOVR-FILE.

       1700-BUILD-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.
           IF HOLD-FILE-OK
               DISPLAY HLD-CONFIRM-MSG
           ELSE
               DISPLAY HLD-FAIL-MSG HOLD-FILE-STATUS
           END-IF.
           CLOSE HOLD-FILE.

       1800-BUILD-LEDGER-FILE.
           OPEN OUTPUT LEDGER-FILE.
           IF LEDGER-FILE-OK
               DISPLAY LDG-CONFIRM-MSG
           ELSE
               DISPLAY LDG-FAIL-MSG LEDGER-FILE-STATUS
           END-IF.
           CLOSE LEDGER-FILE.

       1900-BUILD-DEGREQ-FILE.
           OPEN OUTPUT DEGREQ-FILE.
           IF DEGREQ-FILE-OK
               DISPLAY DRQ-CONFIRM-MSG
           ELSE
               DISPLAY DRQ-FAIL-MSG DEGREQ-FILE-STATUS
           END-IF.
           CLOSE DEGREQ-FILE.

       2000-BUILD-GRADUATE-FILE.
           OPEN OUTPUT GRAD-FILE.
           IF GRAD-FILE-OK
               DISPLAY GRAD-CONFIRM-MSG
           ELSE
               DISPLAY GRAD-FAIL-MSG GRAD-FILE-STATUS
           END-IF.
           CLOSE GRAD-FILE.

       2100-BUILD-GRDCHG-FILE.
           OPEN OUTPUT GRDCHG-FILE.
           IF GRDCHG-FILE-OK
               DISPLAY GCH-CONFIRM-MSG
           ELSE
               DISPLAY GCH-FAIL-MSG GRDCHG-FILE-STATUS
           END-IF.
           CLOSE GRDCHG-FILE.

       2200-BUILD-STDHIST-FILE.
           OPEN OUTPUT STDH-FILE.
           IF STDH-FILE-OK
               DISPLAY STH-CONFIRM-MSG
           ELSE
               DISPLAY STH-FAIL-MSG STDH-FILE-STATUS
           END-IF.
           CLOSE STDH-FILE.

       2300-BUILD-MAJOR-FILE.
           OPEN OUTPUT MAJOR-FILE.
           IF MAJOR-FILE-OK
               DISPLAY MAJ-CONFIRM-MSG
           ELSE
               DISPLAY MAJ-FAIL-MSG MAJOR-FILE-STATUS
           END-IF.
           CLOSE MAJOR-FILE.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGV0001.
