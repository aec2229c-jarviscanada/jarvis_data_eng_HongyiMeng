      ******************************************************************
       01 ALREADY-INACTIVE-MSG PIC X(35) VALUE
           "STUDENT RECORD IS ALREADY INACTIVE".
       01 GRADUATED-NO-DROP-MSG PIC X(40) VALUE
           "GRADUATED STUDENT CANNOT BE DEACTIVATED".
       01 DELETE-CONFIRM-MSG PIC X(30) VALUE
           "STUDENT RECORD DEACTIVATED".
