      *          run by hand: the transaction batch PRGB0011, the
      *          archive-and-purge PRGB0020, the integrity check
      *          PRGB0026, the backup PRGB0027, the nightly reports
      *          PRGR0008 and PRGR0019, the active-student feed
      *          PRGE0010, the bursar payment feed posting PRGB0035,
      *          the aged receivables report PRGR0037, the term close
      *          and rollover PRGB0044 and a closing run of the backup
      *          PRGB0027, in that order. PRGR0037 ages the ledger
      *          PRGB0035 has just posted, so tonight's payments are
      *          counted before any bursar hold is placed; PRGB0044
      *          follows both so the term it closes has had its last
      *          postings and holds; and the closing backup comes
      *          last so tonight's postings, holds and rollover are
      *          in the snapshot PRGB0016 recovers from. Each step's
      *          start, end and completion status is recorded on the
      *          run log (copybook RUNLOG) keyed by run date and step
      *          number; a step whose predecessor failed is never
      *          started, and a restart under the same run date skips
      *          the steps already complete and resumes at the first
      *          incomplete one - within PRGB0011 that rerun then
      *          leans on its own CHKPT checkpoint. A step that
      *          ends with a nonzero RETURN-CODE is logged failed and
      *          stops the stream. Prints an end-of-stream summary on
      *          the spool (DD RPT0032) in place of the handwritten
      *          night log. The steps keep their own console prompts,
      *          so the stream is still answered from the console
      *          like the individual jobs were. Run from JCL.
      * Modified: 2026-09-03 HYM - Added the academic standing
      *           report PRGR0019 as a step; it is one of the
      *           nightly reports the stream replaces running by
      *           hand and was missing from the first step table.
      * Modified: 2026-10-15 HYM - Added the bursar payment feed
      *           posting PRGB0035 and the aged receivables report
      *           PRGR0037 (which places the automatic bursar holds)
      *           as steps 8 and 9, after the existing steps so the
      *           step numbers already on the run log keep their
      *           meaning for a restart.
      * Modified: 2026-10-15 HYM - Added the term close and rollover
      *           PRGB0044 as step 10. It asks each night whether the
      *           current term is to be closed and ends clean when it
      *           is not, so the stream runs it every night.
      * Modified: 2026-10-15 HYM - Added a closing run of the backup
      *           PRGB0027 as step 11, so the snapshot taken at step 4
      *           no longer misses the ledger postings, bursar holds
      *           and term rollover of steps 8 to 10. The backup is
      *           CANCELled before that call so it starts with fresh
      *           counts and switches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY RNLSTAT.
           COPY RPTSTAT.
       01 STEP-TABLE.
           05 STEP-COUNT PIC 9(02) VALUE 11.
           05 STEP-ENTRY OCCURS 11 TIMES.
               10 STP-PROGRAM-NAME PIC X(08).
               10 STP-DESCRIPTION  PIC X(25).
       01 STEP-SUB PIC 9(02) VALUE ZEROES.
           MOVE "ACADEMIC STANDING REPORT" TO STP-DESCRIPTION(6).
           MOVE "PRGE0010" TO STP-PROGRAM-NAME(7).
           MOVE "ACTIVE STUDENT FEED" TO STP-DESCRIPTION(7).
           MOVE "PRGB0035" TO STP-PROGRAM-NAME(8).
           MOVE "BURSAR PAYMENT POSTING" TO STP-DESCRIPTION(8).
           MOVE "PRGR0037" TO STP-PROGRAM-NAME(9).
           MOVE "AGED RECEIVABLES" TO STP-DESCRIPTION(9).
           MOVE "PRGB0044" TO STP-PROGRAM-NAME(10).
           MOVE "TERM CLOSE AND ROLLOVER" TO STP-DESCRIPTION(10).
           MOVE "PRGB0027" TO STP-PROGRAM-NAME(11).
           MOVE "CLOSING BACKUP SNAPSHOT" TO STP-DESCRIPTION(11).

       0300-DRIVE-ONE-STEP.
           PERFORM 0350-CHECK-STEP-LOG.
                   CALL "PRGR0019"
               WHEN 7
                   CALL "PRGE0010"
               WHEN 8
                   CALL "PRGB0035"
               WHEN 9
                   CALL "PRGR0037"
               WHEN 10
                   CALL "PRGB0044"
               WHEN 11
                   CANCEL "PRGB0027"
                   CALL "PRGB0027"
           END-EVALUATE.
           PERFORM 0500-LOG-STEP-END.

