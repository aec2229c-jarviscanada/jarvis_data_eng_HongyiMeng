      *           image / audit-record pattern as an update
      *           (paragraphs 5300/5600 in copybook UPDVAL), so the
      *           forward recovery job PRGB0016 replays drops too.
      *           A graduated student (STU-GRADUATED) is refused: the
      *           G must stay on the master to match the degree
      *           conferred on the graduation file (copybook
      *           GRADUATE).
      * Note:     Caller must READ the target STUDENT-RECORD by STU-ID
      *           before PERFORMing 6300-DEACTIVATE-STUDENT, and must
      *           COPY UPDVAL with its audit and GPA history
           IF STU-INACTIVE
               DISPLAY ALREADY-INACTIVE-MSG
           ELSE
               IF STU-GRADUATED
                   DISPLAY GRADUATED-NO-DROP-MSG
               ELSE
                   PERFORM 5300-SAVE-BEFORE-IMAGE
                   SET STU-INACTIVE TO TRUE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO DEACTIVATE STUDENT, "
                               "STATUS " STUDENT-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM 5600-WRITE-AUDIT-RECORD
                           DISPLAY DELETE-CONFIRM-MSG
                   END-REWRITE
               END-IF
           END-IF.
