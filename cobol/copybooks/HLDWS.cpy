      ******************************************************************
      * Copybook: HLDWS
      * Purpose:  Working storage for the shared hold check in
      *           copybook HLDVAL: the student being checked, the
      *           registration and transcript block switches with the
      *           first blocking hold of each kind, the active hold
      *           count, the next free hold sequence number and the
      *           printable name of a hold type.
      ******************************************************************
       01 HLD-CHECK-STUDENT PIC X(07).
       01 REGISTRATION-HOLD-SW PIC X(01) VALUE "N".
           88 REGISTRATION-HELD VALUE "Y".
       01 TRANSCRIPT-HOLD-SW PIC X(01) VALUE "N".
           88 TRANSCRIPT-HELD VALUE "Y".
       01 BURSAR-HOLD-SW PIC X(01) VALUE "N".
           88 BURSAR-HELD VALUE "Y".
       01 REG-HOLD-TYPE-NAME PIC X(10).
       01 REG-HOLD-REASON PIC X(40).
       01 TRN-HOLD-TYPE-NAME PIC X(10).
       01 TRN-HOLD-REASON PIC X(40).
       01 ACTIVE-HOLD-COUNT PIC 9(03) VALUE ZEROES.
       01 NEXT-HOLD-SEQUENCE PIC 9(03) VALUE ZEROES.
       01 HOLD-TYPE-NAME PIC X(10).
       01 HLD-SCAN-DONE-SW PIC X(01) VALUE "N".
           88 HLD-SCAN-DONE VALUE "Y".
       01 REGISTRATION-HOLD-MSG PIC X(30) VALUE
           "REGISTRATION HOLD ON FILE: ".
       01 TRANSCRIPT-HOLD-MSG PIC X(35) VALUE
           "TRANSCRIPT WITHHELD, HOLD ON FILE: ".
