      *           DU duplicate student ID on an insert
      *           NF student ID not on file for an update or delete
      *           AI student already inactive on a delete
      *           GR student graduated - a delete is refused
      *           UT unknown transaction type
      *           MJ major code blank, not on the major table or
      *              retired (copybook MAJOR)
      ******************************************************************
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
