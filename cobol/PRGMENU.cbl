      *           maintenance as option 22; EXIT moves to option 23.
      * Modified: 2026-09-03 HYM - Added the sign-on activity
      *           inquiry as option 23; EXIT moves to option 24.
      * Modified: 2026-10-15 HYM - Course catalog maintenance now
      *           stamps prerequisite overrides with the granting
      *           operator, so PRGC0012 is CALLed with SIGNON-AREA.
      * Modified: 2026-10-15 HYM - Added the registration hold
      *           maintenance as option 24; EXIT moves to option 25.
      * Modified: 2026-10-15 HYM - Added the student account balance
      *           inquiry as option 25; EXIT moves to option 26.
      * Modified: 2026-10-15 HYM - Added degree requirements and
      *           graduation confirmation as option 26 and the degree
      *           audit as option 27; EXIT moves to option 28.
      * Modified: 2026-10-15 HYM - Added late withdrawal and grade
      *           change as option 28; EXIT moves to option 29.
      * Modified: 2026-10-15 HYM - Added the major code table
      *           maintenance as option 29; EXIT moves to option 30.
      * Purpose: Main program of a student registration system
      * Tectonics: cobc
      ******************************************************************
        05 OPTION-TEXT PIC X(31).
        05 FILLER PIC X VALUE "|".
       01 MENU-OPTIONS.
        05 OPTIONS-COUNT PIC 99 VALUE 30.
        05 OPTION-TEXTS PIC X(31) OCCURS 30 TIMES.
       01 OPTION-ROLES.
        05 OPTION-ROLE PIC X(01) OCCURS 30 TIMES.
       01  SUBSCRIPT PIC 99 VALUE ZEROES.
           COPY SIGNON.
       01 NOT-AUTHORIZED-MSG PIC X(40) VALUE
           "OPTION NOT AUTHORIZED FOR YOUR ROLE".

       01 PROMPT-TEXT.
        05 FILLER PIC x(32) VALUE "CHOOSE YOUR OPTION (1 TO 30) >>".
       01 USER-INPUT.
        88 EXIT-PROGRAM VALUE 30.
        05 OPTION-SELECTED PIC 99.
       PROCEDURE DIVISION.
       0100-START.
           MOVE "R" TO OPTION-ROLE(22).
           MOVE "SIGN-ON ACTIVITY INQUIRY" TO OPTION-TEXTS(23).
           MOVE "R" TO OPTION-ROLE(23).
           MOVE "REGISTRATION HOLDS" TO OPTION-TEXTS(24).
           MOVE "R" TO OPTION-ROLE(24).
           MOVE "ACCOUNT BALANCE INQUIRY" TO OPTION-TEXTS(25).
           MOVE "I" TO OPTION-ROLE(25).
           MOVE "DEGREE PROGRAMS/GRADUATION" TO OPTION-TEXTS(26).
           MOVE "R" TO OPTION-ROLE(26).
           MOVE "DEGREE AUDIT" TO OPTION-TEXTS(27).
           MOVE "I" TO OPTION-ROLE(27).
           MOVE "LATE WITHDRAWAL/GRADE CHANGE" TO OPTION-TEXTS(28).
           MOVE "R" TO OPTION-ROLE(28).
           MOVE "MAJOR CODE TABLE" TO OPTION-TEXTS(29).
           MOVE "R" TO OPTION-ROLE(29).
           MOVE "EXIT" TO OPTION-TEXTS(30).
           MOVE "I" TO OPTION-ROLE(30).
       0250-SIGN-ON.
           CALL "PRGS0017" USING SIGNON-AREA.
           IF NOT SIGNON-OK
            WHEN 10
               CALL "PRGE0010"
            WHEN 11
               CALL "PRGC0012" USING SIGNON-AREA
            WHEN 12
               CALL "PRGN0013"
            WHEN 13
               CALL "PRGA0030" USING SIGNON-AREA
            WHEN 23
               CALL "PRGQ0031"
            WHEN 24
               CALL "PRGH0034" USING SIGNON-AREA
            WHEN 25
               CALL "PRGQ0036"
            WHEN 26
               CALL "PRGP0038" USING SIGNON-AREA
            WHEN 27
               CALL "PRGR0039"
            WHEN 28
               CALL "PRGW0041" USING SIGNON-AREA
            WHEN 29
               CALL "PRGT0045" USING SIGNON-AREA
           END-EVALUATE.
       9000-END-PROGRAM.
            STOP RUN.
