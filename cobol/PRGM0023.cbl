      *           loser's enrollments term by term and a duplicate
      *           enrollment's seat is released from its section
      *           instead of the catalog record.
      * Modified: 2026-10-15 HYM - A losing record found graduated
      *           (status flag G) when it is reread for the merge is
      *           refused rather than deactivated, so the master
      *           keeps the G that matches the graduation file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 NOT-FOUND-MSG PIC X(30) VALUE "STUDENT ID NOT ON FILE".
       01 ALREADY-INACTIVE-MSG PIC X(40) VALUE
           "RECORD IS ALREADY INACTIVE, NOT MERGED".
       01 GRADUATED-NO-MERGE-MSG PIC X(40) VALUE
           "RECORD IS GRADUATED, NOT MERGED".
       01 BAD-SURVIVOR-MSG PIC X(45) VALUE
           "SURVIVING ID MUST BE ONE OF THE PAIR".
       01 PAIR-COUNT-MSG PIC X(25) VALUE "SUSPECTED PAIRS FOUND: ".
                   IF STU-INACTIVE
                       DISPLAY ALREADY-INACTIVE-MSG
                   ELSE
                       IF STU-GRADUATED
                           DISPLAY GRADUATED-NO-MERGE-MSG
                       ELSE
                           PERFORM 5300-SAVE-BEFORE-IMAGE
                           SET STU-INACTIVE TO TRUE
                           PERFORM 5500-REWRITE-WITH-AUDIT
                           MOVE "Y" TO MERGE-OK-SW
                       END-IF
                   END-IF
           END-READ.
           IF MERGE-OK
