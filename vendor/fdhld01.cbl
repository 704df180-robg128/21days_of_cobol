      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for HELD-STEP-FILE.  Rewritten from scratch by
      *          vndnite01 after every step, like its checkpoint, so
      *          an interrupted night resumes knowing what already
      *          failed.  One record per step that ended with a bad
      *          final status in the run history, and one per step
      *          held behind it -- a step is held when a step it
      *          depends on failed or was itself held.  The
      *          blocking sequence is the failed step at the root
      *          of the hold.  "vndnite01 RERUN" runs just these
      *          steps again once the failure is fixed; the
      *          vndops01 dashboard lists them each morning.
      * Tectonics: cobc
      ******************************************************************
       FD   HELD-STEP-FILE
            LABEL RECORDS ARE STANDARD.

       01   HELD-STEP-RECORD.
            05 HLD-RUN-DATE               PIC 9(8).
            05 HLD-STEP-SEQUENCE          PIC 9(3).
            05 HLD-PROGRAM-NAME           PIC X(10).
            05 HLD-STEP-RESULT            PIC X(01).
               88 HLD-STEP-FAILED            VALUE "F".
               88 HLD-STEP-WAS-HELD          VALUE "H".
            05 HLD-FINAL-STATUS           PIC XX.
            05 HLD-BLOCKING-SEQUENCE      PIC 9(3).
