      ******************************************************************
      * Author: Hong Yi Meng
      * Date: 2026-10-15
      * Purpose: End-of-term academic standing batch. Walks the
      *          student master in ID order and, for every student
      *          with a GPA history record (copybook GPAHIST) for the
      *          prompted term, works out the term's standing from
      *          the term GPA and the cumulative GPA over the terms up
      *          to and including it: dean's list, good standing,
      *          probation, or suspension when a student already on
      *          probation or suspension falls below standard again.
      *          Below standard is a term or cumulative GPA under
      *          2.00; otherwise a term GPA of 3.50 or better is the
      *          dean's list (the PRGR0019 limits). Only the GPA
      *          history terms up to the one processed count toward
      *          the cumulative GPA, so a rerun gives the same answer.
      *          The standing is kept on the standing history file
      *          (copybook STDHIST), rewritten if the term is run
      *          again. Each student with an address record gets a
      *          personalized one-page letter on the 132-column
      *          letter spool (DD RPT0042) and a matching mailing
      *          label, three across in letter order, on the label
      *          spool (DD LBL0042). Students with no address record
      *          get no letter and are listed instead on the
      *          exception spool (DD EXC0042) in the RPT0008 page
      *          conventions, which ends with the standing totals.
      *          Run from JCL after the end-of-term GPA batch
      *          PRGB0025 has recorded the term's GPA, not the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0042.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUDSEL.
           COPY GPAHSEL.
           COPY ADRSEL.
           COPY STHSEL.
           SELECT REPORT-FILE ASSIGN TO "RPT0042"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT LABEL-FILE ASSIGN TO "LBL0042"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LABEL-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXC0042"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY STUDENT.
           COPY GPAHIST.
           COPY ADDRESS.
           COPY STDHIST.
           COPY RPTFILE.
       FD  LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LABEL-LINE                  PIC X(132).
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
           COPY STUDSTAT.
           COPY GPAHSTAT.
           COPY ADRSTAT.
           COPY STHSTAT.
           COPY RPTSTAT.
       01 LABEL-FILE-STATUS PIC X(02).
           88 LABEL-FILE-OK VALUE "00".
       01 EXCEPTION-FILE-STATUS PIC X(02).
           88 EXCEPTION-FILE-OK VALUE "00".
       01 PROCESS-TERM PIC X(05).
       01 RUN-DATE PIC 9(08).
       01 HONOR-GPA-LIMIT PIC 9V99 VALUE 3.50.
       01 PROBATION-GPA-LIMIT PIC 9V99 VALUE 2.00.
       01 TERM-GPA PIC 9V99 VALUE ZEROES.
       01 CUM-GPA PIC 9V99 VALUE ZEROES.
       01 CUM-TERM-COUNT PIC 9(03) VALUE ZEROES.
       01 CUM-GPA-TOTAL PIC 9(05)V99 VALUE ZEROES.
       01 NEW-STANDING PIC X(01).
       01 NEW-PROBATION-COUNT PIC 9(02) VALUE ZEROES.
       01 PRIOR-STANDING PIC X(01).
           88 PRIOR-BELOW-STANDARD VALUE "P" "S".
       01 PRIOR-PROBATION-COUNT PIC 9(02) VALUE ZEROES.
       01 STANDING-NAME PIC X(20).
       01 TEXT-SET PIC 9(01) VALUE ZEROES.
       01 TEXT-SUB PIC 9(01) VALUE ZEROES.
       01 FULL-NAME PIC X(40).
       01 READ-COUNT PIC 9(08) VALUE ZEROES.
       01 NO-GPA-COUNT PIC 9(08) VALUE ZEROES.
       01 DETERMINED-COUNT PIC 9(08) VALUE ZEROES.
       01 DEANS-LIST-COUNT PIC 9(08) VALUE ZEROES.
       01 GOOD-STANDING-COUNT PIC 9(08) VALUE ZEROES.
       01 PROBATION-COUNT PIC 9(08) VALUE ZEROES.
       01 SUSPENSION-COUNT PIC 9(08) VALUE ZEROES.
       01 LETTER-COUNT PIC 9(08) VALUE ZEROES.
       01 LABEL-COUNT PIC 9(08) VALUE ZEROES.
       01 NO-ADDRESS-COUNT PIC 9(08) VALUE ZEROES.
       01 STANDING-WRITTEN-COUNT PIC 9(08) VALUE ZEROES.
       01 STANDING-REWRITTEN-COUNT PIC 9(08) VALUE ZEROES.
       01 AT-EOF-SW PIC X(01) VALUE "N".
           88 AT-EOF VALUE "Y".
       01 ABORT-RUN-SW PIC X(01) VALUE "N".
           88 ABORT-RUN VALUE "Y".
       01 SCAN-DONE-SW PIC X(01) VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01 ADDRESS-FOUND-SW PIC X(01) VALUE "N".
           88 ADDRESS-FOUND VALUE "Y".
       01 STANDING-ON-FILE-SW PIC X(01) VALUE "N".
           88 STANDING-ON-FILE VALUE "Y".
       01 LINES-PER-PAGE PIC 9(02) VALUE 55.
       01 PRINT-LINE-COUNT PIC 9(02) VALUE ZEROES.
       01 PAGE-NUMBER PIC 9(04) VALUE ZEROES.
       01 LETTER-TEXT-VALUES.
        05 FILLER PIC X(60) VALUE
           "CONGRATULATIONS. YOUR RESULTS THIS TERM HAVE EARNED YOU A".
        05 FILLER PIC X(60) VALUE
           "PLACE ON THE DEAN'S LIST, AND THE HONOUR IS RECORDED ON".
        05 FILLER PIC X(60) VALUE
           "YOUR ACADEMIC RECORD FOR THE TERM. WE ENCOURAGE YOU TO".
        05 FILLER PIC X(60) VALUE
           "KEEP UP THE EXCELLENT WORK.".
        05 FILLER PIC X(60) VALUE
           "WE ARE PLEASED TO CONFIRM THAT YOU ARE IN GOOD ACADEMIC".
        05 FILLER PIC X(60) VALUE
           "STANDING. NO ACTION IS REQUIRED ON YOUR PART.".
        05 FILLER PIC X(60) VALUE SPACES.
        05 FILLER PIC X(60) VALUE SPACES.
        05 FILLER PIC X(60) VALUE
           "YOUR TERM OR CUMULATIVE GPA IS BELOW THE 2.00 REQUIRED FOR".
        05 FILLER PIC X(60) VALUE
           "GOOD STANDING, AND YOU HAVE BEEN PLACED ON ACADEMIC".
        05 FILLER PIC X(60) VALUE
           "PROBATION. PLEASE SEE YOUR ACADEMIC ADVISOR BEFORE NEXT".
        05 FILLER PIC X(60) VALUE
           "TERM. A FURTHER TERM BELOW 2.00 WILL MEAN SUSPENSION.".
        05 FILLER PIC X(60) VALUE
           "YOUR GPA HAS AGAIN FALLEN BELOW THE 2.00 REQUIRED FOR GOOD".
        05 FILLER PIC X(60) VALUE
           "STANDING WHILE YOU WERE ON ACADEMIC PROBATION, AND YOU ARE".
        05 FILLER PIC X(60) VALUE
           "THEREFORE SUSPENDED FROM STUDIES. PLEASE CONTACT THE".
        05 FILLER PIC X(60) VALUE
           "OFFICE OF THE REGISTRAR ABOUT REINSTATEMENT.".
       01 LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
        05 LETTER-TEXT-SET OCCURS 4 TIMES.
         10 LETTER-TEXT PIC X(60) OCCURS 4 TIMES.
       01 LETTER-HEADING-1.
        05 FILLER PIC X(10) VALUE SPACES.
        05 FILLER PIC X(50) VALUE "OFFICE OF THE REGISTRAR".
        05 FILLER PIC X(06) VALUE "DATE: ".
        05 LTH-DATE PIC 9(08).
       01 LETTER-HEADING-2.
        05 FILLER PIC X(10) VALUE SPACES.
        05 FILLER PIC X(32) VALUE
           "ACADEMIC STANDING NOTICE - TERM ".
        05 LTH-TERM PIC X(05).
       01 LETTER-LINE.
        05 FILLER PIC X(10) VALUE SPACES.
        05 LTL-TEXT PIC X(60).
       01 LETTER-CITY-LINE.
        05 FILLER PIC X(10) VALUE SPACES.
        05 LTC-CITY PIC X(20).
        05 FILLER PIC X(01) VALUE SPACE.
        05 LTC-PROVINCE PIC X(02).
        05 FILLER PIC X(02) VALUE SPACES.
        05 LTC-POSTAL-CODE PIC X(07).
       01 LETTER-REF-LINE.
        05 FILLER PIC X(10) VALUE SPACES.
        05 FILLER PIC X(12) VALUE "STUDENT ID: ".
        05 LTR-ID PIC X(07).
        05 FILLER PIC X(10) VALUE "   MAJOR: ".
        05 LTR-MAJOR PIC X(20).
       01 LETTER-INTRO-LINE.
        05 FILLER PIC X(10) VALUE SPACES.
        05 FILLER PIC X(22) VALUE "YOUR RESULTS FOR TERM ".
        05 LTI-TERM PIC X(05).
        05 FILLER PIC X(33) VALUE
           " HAVE BEEN REVIEWED, AND YOUR".
       01 LETTER-GPA-LINE.
        05 FILLER PIC X(10) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "TERM GPA: ".
        05 LTG-TERM-GPA PIC 9.99.
        05 FILLER PIC X(19) VALUE "   CUMULATIVE GPA: ".
        05 LTG-CUM-GPA PIC 9.99.
       01 LETTER-STANDING-LINE.
        05 FILLER PIC X(10) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "STANDING: ".
        05 LTS-STANDING PIC X(20).
       01 LABELS-USED PIC 9(01) VALUE ZEROES.
       01 LABEL-SUB PIC 9(01) VALUE ZEROES.
       01 LABEL-LINE-SUB PIC 9(01) VALUE ZEROES.
       01 LABEL-TABLE.
        05 LABEL-ENTRY OCCURS 3 TIMES.
         10 LBT-LINE PIC X(40) OCCURS 4 TIMES.
       01 LABEL-PRINT-LINE.
        05 LABEL-ACROSS OCCURS 3 TIMES.
         10 LPL-TEXT PIC X(40).
         10 FILLER PIC X(04).
       01 LABEL-CITY-LINE.
        05 LBC-CITY PIC X(20).
        05 FILLER PIC X(01) VALUE SPACE.
        05 LBC-PROVINCE PIC X(02).
        05 FILLER PIC X(02) VALUE SPACES.
        05 LBC-POSTAL-CODE PIC X(07).
        05 FILLER PIC X(08) VALUE SPACES.
       01 LABEL-REF-LINE.
        05 FILLER PIC X(11) VALUE "STUDENT ID ".
        05 LBR-ID PIC X(07).
        05 FILLER PIC X(22) VALUE SPACES.
       01 PAGE-HEADING.
        05 FILLER PIC X(40) VALUE
           "ACADEMIC STANDING - NO ADDRESS - TERM ".
        05 HDG-TERM PIC X(05).
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "RUN DATE: ".
        05 HDG-DATE PIC 9(08).
        05 FILLER PIC X(08) VALUE "  TIME: ".
        05 HDG-TIME PIC 9(08).
        05 FILLER PIC X(08) VALUE "  PAGE: ".
        05 HDG-PAGE PIC ZZZ9.
       01 COLUMN-HEADING.
        05 FILLER PIC X(03) VALUE SPACES.
        05 FILLER PIC X(09) VALUE "ID".
        05 FILLER PIC X(17) VALUE "LAST NAME".
        05 FILLER PIC X(17) VALUE "FIRST NAME".
        05 FILLER PIC X(10) VALUE "TERM GPA".
        05 FILLER PIC X(10) VALUE "CUM GPA".
        05 FILLER PIC X(20) VALUE "STANDING".
       01 DETAIL-LINE.
        05 FILLER PIC X(03) VALUE SPACES.
        05 DET-ID PIC X(07).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-LAST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-FIRST-NAME PIC X(15).
        05 FILLER PIC X(02) VALUE SPACES.
        05 DET-TERM-GPA PIC 9.99.
        05 FILLER PIC X(06) VALUE SPACES.
        05 DET-CUM-GPA PIC 9.99.
        05 FILLER PIC X(06) VALUE SPACES.
        05 DET-STANDING PIC X(20).
       01 TRAILER-LINE-1.
        05 FILLER PIC X(26) VALUE "STANDINGS DETERMINED:     ".
        05 TRL-DETERMINED PIC ZZZZZZZ9.
       01 TRAILER-LINE-2.
        05 FILLER PIC X(26) VALUE "DEAN'S LIST:              ".
        05 TRL-DEANS-LIST PIC ZZZZZZZ9.
       01 TRAILER-LINE-3.
        05 FILLER PIC X(26) VALUE "GOOD STANDING:            ".
        05 TRL-GOOD-STANDING PIC ZZZZZZZ9.
       01 TRAILER-LINE-4.
        05 FILLER PIC X(26) VALUE "PROBATION:                ".
        05 TRL-PROBATION PIC ZZZZZZZ9.
       01 TRAILER-LINE-5.
        05 FILLER PIC X(26) VALUE "SUSPENSION:               ".
        05 TRL-SUSPENSION PIC ZZZZZZZ9.
       01 TRAILER-LINE-6.
        05 FILLER PIC X(26) VALUE "LETTERS PRINTED:          ".
        05 TRL-LETTERS PIC ZZZZZZZ9.
       01 TRAILER-LINE-7.
        05 FILLER PIC X(26) VALUE "NO ADDRESS - LISTED ABOVE:".
        05 TRL-NO-ADDRESS PIC ZZZZZZZ9.
       01 OPEN-FAIL-MSG PIC X(30) VALUE "UNABLE TO OPEN ".
       01 BAD-TERM-MSG PIC X(50) VALUE
           "TERM MUST BE YYYY PLUS 1-WINTER 2-SUMMER 3-FALL".
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER TERM TO DETERMINE STANDING FOR (YYYYS) >>".
           ACCEPT PROCESS-TERM.
           IF PROCESS-TERM(1:4) NOT NUMERIC
              OR (PROCESS-TERM(5:1) NOT = "1"
                  AND PROCESS-TERM(5:1) NOT = "2"
                  AND PROCESS-TERM(5:1) NOT = "3")
               DISPLAY BAD-TERM-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-OPEN-FILES
               IF ABORT-RUN
                   PERFORM 0950-CLOSE-OPENED-FILES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0180-START-REPORT
                   MOVE LOW-VALUES TO STU-ID
                   START STUDENT-FILE KEY IS NOT LESS THAN STU-ID
                       INVALID KEY
                           MOVE "Y" TO AT-EOF-SW
                   END-START
                   PERFORM 0250-READ-NEXT-STUDENT
                   PERFORM 0300-PROCESS-ONE UNTIL AT-EOF
                   PERFORM 0800-FINISH-REPORT
                   PERFORM 0950-CLOSE-OPENED-FILES
                   PERFORM 0970-DISPLAY-CONTROL-REPORT
               END-IF
           END-IF.
           PERFORM 9999-END-PROGRAM.

       0110-OPEN-FILES.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STUDENT-FILE, STATUS "
                   STUDENT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT GPAH-FILE.
           IF NOT GPAH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "GPAH-FILE, STATUS "
                   GPAH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF NOT ADDRESS-FILE-OK
               DISPLAY OPEN-FAIL-MSG "ADDRESS-FILE, STATUS "
                   ADDRESS-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN I-O STDH-FILE.
           IF NOT STDH-FILE-OK
               DISPLAY OPEN-FAIL-MSG "STDH-FILE, STATUS "
                   STDH-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY OPEN-FAIL-MSG "REPORT-FILE, STATUS "
                   REPORT-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT LABEL-FILE.
           IF NOT LABEL-FILE-OK
               DISPLAY OPEN-FAIL-MSG "LABEL-FILE, STATUS "
                   LABEL-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT EXCEPTION-FILE-OK
               DISPLAY OPEN-FAIL-MSG "EXCEPTION-FILE, STATUS "
                   EXCEPTION-FILE-STATUS
               MOVE "Y" TO ABORT-RUN-SW
           END-IF.

       0950-CLOSE-OPENED-FILES.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           IF GPAH-FILE-OK
               CLOSE GPAH-FILE
           END-IF.
           IF ADDRESS-FILE-OK
               CLOSE ADDRESS-FILE
           END-IF.
           IF STDH-FILE-OK
               CLOSE STDH-FILE
           END-IF.
           IF REPORT-FILE-OK
               CLOSE REPORT-FILE
           END-IF.
           IF LABEL-FILE-OK
               CLOSE LABEL-FILE
           END-IF.
           IF EXCEPTION-FILE-OK
               CLOSE EXCEPTION-FILE
           END-IF.

       0180-START-REPORT.
           MOVE PROCESS-TERM TO HDG-TERM.
           MOVE RUN-DATE TO HDG-DATE.
           ACCEPT HDG-TIME FROM TIME.
           MOVE PROCESS-TERM TO LTH-TERM.
           MOVE PROCESS-TERM TO LTI-TERM.
           MOVE RUN-DATE TO LTH-DATE.
           MOVE SPACES TO LABEL-TABLE.
           MOVE ZEROES TO LABELS-USED.
           MOVE ZEROES TO PAGE-NUMBER.
           MOVE LINES-PER-PAGE TO PRINT-LINE-COUNT.
           PERFORM 0850-CHECK-PAGE-BREAK.

       0250-READ-NEXT-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AT-EOF-SW
           END-READ.

       0300-PROCESS-ONE.
           ADD 1 TO READ-COUNT.
           MOVE STU-ID TO GPH-STUDENT-ID.
           MOVE PROCESS-TERM TO GPH-TERM-CODE.
           READ GPAH-FILE
               INVALID KEY
                   ADD 1 TO NO-GPA-COUNT
               NOT INVALID KEY
                   MOVE GPH-GPA TO TERM-GPA
                   PERFORM 0400-DETERMINE-STANDING
           END-READ.
           PERFORM 0250-READ-NEXT-STUDENT.

       0400-DETERMINE-STANDING.
           ADD 1 TO DETERMINED-COUNT.
           PERFORM 0410-COMPUTE-CUM-GPA.
           PERFORM 0430-FIND-PRIOR-STANDING.
           IF TERM-GPA LESS THAN PROBATION-GPA-LIMIT
              OR CUM-GPA LESS THAN PROBATION-GPA-LIMIT
               IF PRIOR-BELOW-STANDARD
                   MOVE "S" TO NEW-STANDING
                   ADD 1 TO PRIOR-PROBATION-COUNT
                       GIVING NEW-PROBATION-COUNT
                   MOVE "ACADEMIC SUSPENSION" TO STANDING-NAME
                   MOVE 4 TO TEXT-SET
                   ADD 1 TO SUSPENSION-COUNT
               ELSE
                   MOVE "P" TO NEW-STANDING
                   MOVE 1 TO NEW-PROBATION-COUNT
                   MOVE "ACADEMIC PROBATION" TO STANDING-NAME
                   MOVE 3 TO TEXT-SET
                   ADD 1 TO PROBATION-COUNT
               END-IF
           ELSE
               MOVE ZEROES TO NEW-PROBATION-COUNT
               IF TERM-GPA NOT LESS THAN HONOR-GPA-LIMIT
                   MOVE "D" TO NEW-STANDING
                   MOVE "DEAN'S LIST" TO STANDING-NAME
                   MOVE 1 TO TEXT-SET
                   ADD 1 TO DEANS-LIST-COUNT
               ELSE
                   MOVE "G" TO NEW-STANDING
                   MOVE "GOOD STANDING" TO STANDING-NAME
                   MOVE 2 TO TEXT-SET
                   ADD 1 TO GOOD-STANDING-COUNT
               END-IF
           END-IF.
           MOVE STU-ID TO ADR-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE "N" TO ADDRESS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO ADDRESS-FOUND-SW
           END-READ.
           IF ADDRESS-FOUND
               PERFORM 0500-PRINT-LETTER
               PERFORM 0600-ADD-LABEL
           ELSE
               PERFORM 0650-LIST-EXCEPTION
           END-IF.
           PERFORM 0700-RECORD-STANDING.

       0410-COMPUTE-CUM-GPA.
           MOVE ZEROES TO CUM-TERM-COUNT.
           MOVE ZEROES TO CUM-GPA-TOTAL.
           MOVE ZEROES TO CUM-GPA.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE STU-ID TO GPH-STUDENT-ID.
           MOVE LOW-VALUES TO GPH-TERM-CODE.
           START GPAH-FILE KEY IS NOT LESS THAN GPH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0420-ADD-ONE-GPA-TERM UNTIL SCAN-DONE.
           IF CUM-TERM-COUNT GREATER THAN ZEROES
               COMPUTE CUM-GPA ROUNDED =
                   CUM-GPA-TOTAL / CUM-TERM-COUNT
           END-IF.

       0420-ADD-ONE-GPA-TERM.
           READ GPAH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF GPH-STUDENT-ID = STU-ID
                  AND GPH-TERM-CODE NOT GREATER THAN PROCESS-TERM
                   ADD 1 TO CUM-TERM-COUNT
                   ADD GPH-GPA TO CUM-GPA-TOTAL
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

       0430-FIND-PRIOR-STANDING.
           MOVE SPACES TO PRIOR-STANDING.
           MOVE ZEROES TO PRIOR-PROBATION-COUNT.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE STU-ID TO STH-STUDENT-ID.
           MOVE LOW-VALUES TO STH-TERM-CODE.
           START STDH-FILE KEY IS NOT LESS THAN STH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE-SW
           END-START.
           PERFORM 0440-CHECK-ONE-STANDING UNTIL SCAN-DONE.

       0440-CHECK-ONE-STANDING.
           READ STDH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-DONE-SW
           END-READ.
           IF NOT SCAN-DONE
               IF STH-STUDENT-ID = STU-ID
                  AND STH-TERM-CODE LESS THAN PROCESS-TERM
                   MOVE STH-STANDING TO PRIOR-STANDING
                   MOVE STH-PROBATION-COUNT TO PRIOR-PROBATION-COUNT
               ELSE
                   MOVE "Y" TO SCAN-DONE-SW
               END-IF
           END-IF.

       0500-PRINT-LETTER.
           ADD 1 TO LETTER-COUNT.
           MOVE SPACES TO FULL-NAME.
           STRING STU-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  STU-LAST-NAME DELIMITED BY "  "
                  INTO FULL-NAME
           END-STRING.
           WRITE REPORT-LINE FROM LETTER-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM LETTER-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE FULL-NAME TO LTL-TEXT.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 4 LINES.
           MOVE ADR-STREET TO LTL-TEXT.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ADR-CITY TO LTC-CITY.
           MOVE ADR-PROVINCE TO LTC-PROVINCE.
           MOVE ADR-POSTAL-CODE TO LTC-POSTAL-CODE.
           WRITE REPORT-LINE FROM LETTER-CITY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE STU-ID TO LTR-ID.
           MOVE STU-MAJOR TO LTR-MAJOR.
           WRITE REPORT-LINE FROM LETTER-REF-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO LTL-TEXT.
           STRING "DEAR " DELIMITED BY SIZE
                  STU-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  STU-LAST-NAME DELIMITED BY "  "
                  ":" DELIMITED BY SIZE
                  INTO LTL-TEXT
           END-STRING.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM LETTER-INTRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ACADEMIC STANDING FOR THE TERM IS AS FOLLOWS:"
               TO LTL-TEXT.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE TERM-GPA TO LTG-TERM-GPA.
           MOVE CUM-GPA TO LTG-CUM-GPA.
           WRITE REPORT-LINE FROM LETTER-GPA-LINE
               AFTER ADVANCING 2 LINES.
           MOVE STANDING-NAME TO LTS-STANDING.
           WRITE REPORT-LINE FROM LETTER-STANDING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTL-TEXT.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0550-WRITE-BODY-LINE
               VARYING TEXT-SUB FROM 1 BY 1
               UNTIL TEXT-SUB GREATER THAN 4.
           MOVE "YOURS TRULY," TO LTL-TEXT.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "OFFICE OF THE REGISTRAR" TO LTL-TEXT.
           WRITE REPORT-LINE FROM LETTER-LINE
               AFTER ADVANCING 4 LINES.

       0550-WRITE-BODY-LINE.
           IF LETTER-TEXT(TEXT-SET, TEXT-SUB) NOT = SPACES
               MOVE LETTER-TEXT(TEXT-SET, TEXT-SUB) TO LTL-TEXT
               WRITE REPORT-LINE FROM LETTER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0600-ADD-LABEL.
           ADD 1 TO LABELS-USED.
           MOVE FULL-NAME TO LBT-LINE(LABELS-USED, 1).
           MOVE ADR-STREET TO LBT-LINE(LABELS-USED, 2).
           MOVE ADR-CITY TO LBC-CITY.
           MOVE ADR-PROVINCE TO LBC-PROVINCE.
           MOVE ADR-POSTAL-CODE TO LBC-POSTAL-CODE.
           MOVE LABEL-CITY-LINE TO LBT-LINE(LABELS-USED, 3).
           MOVE STU-ID TO LBR-ID.
           MOVE LABEL-REF-LINE TO LBT-LINE(LABELS-USED, 4).
           ADD 1 TO LABEL-COUNT.
           IF LABELS-USED = 3
               PERFORM 0610-PRINT-LABEL-ROW
           END-IF.

       0610-PRINT-LABEL-ROW.
           PERFORM 0620-PRINT-LABEL-LINE
               VARYING LABEL-LINE-SUB FROM 1 BY 1
               UNTIL LABEL-LINE-SUB GREATER THAN 4.
           MOVE SPACES TO LABEL-TABLE.
           MOVE ZEROES TO LABELS-USED.

       0620-PRINT-LABEL-LINE.
           MOVE SPACES TO LABEL-PRINT-LINE.
           PERFORM 0630-MOVE-LABEL-ACROSS
               VARYING LABEL-SUB FROM 1 BY 1
               UNTIL LABEL-SUB GREATER THAN 3.
           IF LABEL-LINE-SUB = 1
               WRITE LABEL-LINE FROM LABEL-PRINT-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               WRITE LABEL-LINE FROM LABEL-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0630-MOVE-LABEL-ACROSS.
           MOVE LBT-LINE(LABEL-SUB, LABEL-LINE-SUB)
               TO LPL-TEXT(LABEL-SUB).

       0650-LIST-EXCEPTION.
           ADD 1 TO NO-ADDRESS-COUNT.
           MOVE STU-ID TO DET-ID.
           MOVE STU-LAST-NAME TO DET-LAST-NAME.
           MOVE STU-FIRST-NAME TO DET-FIRST-NAME.
           MOVE TERM-GPA TO DET-TERM-GPA.
           MOVE CUM-GPA TO DET-CUM-GPA.
           MOVE STANDING-NAME TO DET-STANDING.
           PERFORM 0850-CHECK-PAGE-BREAK.
           WRITE EXCEPTION-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PRINT-LINE-COUNT.

       0700-RECORD-STANDING.
           MOVE STU-ID TO STH-STUDENT-ID.
           MOVE PROCESS-TERM TO STH-TERM-CODE.
           READ STDH-FILE
               INVALID KEY
                   MOVE "N" TO STANDING-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO STANDING-ON-FILE-SW
           END-READ.
           MOVE STU-ID TO STH-STUDENT-ID.
           MOVE PROCESS-TERM TO STH-TERM-CODE.
           MOVE NEW-STANDING TO STH-STANDING.
           MOVE TERM-GPA TO STH-TERM-GPA.
           MOVE CUM-GPA TO STH-CUM-GPA.
           MOVE NEW-PROBATION-COUNT TO STH-PROBATION-COUNT.
           IF ADDRESS-FOUND
               SET STH-LETTER-PRINTED TO TRUE
           ELSE
               SET STH-NO-ADDRESS TO TRUE
           END-IF.
           MOVE RUN-DATE TO STH-DATE-DETERMINED.
           IF STANDING-ON-FILE
               REWRITE STDHIST-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE STANDING FOR "
                           STU-ID ", STATUS " STDH-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO STANDING-REWRITTEN-COUNT
               END-REWRITE
           ELSE
               WRITE STDHIST-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE STANDING FOR "
                           STU-ID ", STATUS " STDH-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO STANDING-WRITTEN-COUNT
               END-WRITE
           END-IF.

       0800-FINISH-REPORT.
           IF LABELS-USED GREATER THAN ZEROES
               PERFORM 0610-PRINT-LABEL-ROW
           END-IF.
           MOVE DETERMINED-COUNT TO TRL-DETERMINED.
           MOVE DEANS-LIST-COUNT TO TRL-DEANS-LIST.
           MOVE GOOD-STANDING-COUNT TO TRL-GOOD-STANDING.
           MOVE PROBATION-COUNT TO TRL-PROBATION.
           MOVE SUSPENSION-COUNT TO TRL-SUSPENSION.
           MOVE LETTER-COUNT TO TRL-LETTERS.
           MOVE NO-ADDRESS-COUNT TO TRL-NO-ADDRESS.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-1
               AFTER ADVANCING PAGE.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE FROM TRAILER-LINE-7
               AFTER ADVANCING 1 LINE.

       0850-CHECK-PAGE-BREAK.
           IF PRINT-LINE-COUNT NOT LESS THAN LINES-PER-PAGE
               PERFORM 0860-START-NEW-PAGE
           END-IF.

       0860-START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HDG-PAGE.
           WRITE EXCEPTION-LINE FROM PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE EXCEPTION-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO PRINT-LINE-COUNT.

       0970-DISPLAY-CONTROL-REPORT.
           DISPLAY "ACADEMIC STANDING BATCH CONTROL REPORT".
           DISPLAY "TERM:                    " PROCESS-TERM.
           DISPLAY "STUDENTS READ:           " READ-COUNT.
           DISPLAY "NO GPA FOR THE TERM:     " NO-GPA-COUNT.
           DISPLAY "STANDINGS DETERMINED:    " DETERMINED-COUNT.
           DISPLAY "  DEAN'S LIST:           " DEANS-LIST-COUNT.
           DISPLAY "  GOOD STANDING:         " GOOD-STANDING-COUNT.
           DISPLAY "  PROBATION:             " PROBATION-COUNT.
           DISPLAY "  SUSPENSION:            " SUSPENSION-COUNT.
           DISPLAY "LETTERS PRINTED:         " LETTER-COUNT.
           DISPLAY "LABELS PRINTED:          " LABEL-COUNT.
           DISPLAY "NO ADDRESS - EXCEPTIONS: " NO-ADDRESS-COUNT.
           DISPLAY "STANDINGS WRITTEN:       " STANDING-WRITTEN-COUNT.
           DISPLAY "STANDINGS REWRITTEN:     "
               STANDING-REWRITTEN-COUNT.

       9999-END-PROGRAM.
           EXIT PROGRAM.
       END PROGRAM PRGB0042.
