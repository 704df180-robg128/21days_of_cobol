      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for RUN-EXCEPTION-FILE.  Rewritten from scratch
      *          by vndrbl01 each time it measures last night's
      *          stream against the rolling run-time baseline: one
      *          record per step that ran well outside its normal
      *          elapsed time, read or wrote an unusual number of
      *          records, or was scheduled and never ran, plus one
      *          when the stream itself has not run since an
      *          earlier night.  The figures are seconds or record
      *          counts as the exception type says; the normal
      *          figure is the baseline average.
      * Tectonics: cobc
      ******************************************************************
       FD   RUN-EXCEPTION-FILE
            LABEL RECORDS ARE STANDARD.

       01   RUN-EXCEPTION-RECORD.
            05 RBX-RUN-DATE               PIC 9(8).
            05 RBX-PROGRAM-NAME           PIC X(10).
            05 RBX-EXCEPTION-TYPE         PIC X(02).
               88 RBX-RAN-LONG               VALUE "TL".
               88 RBX-RAN-SHORT              VALUE "TS".
               88 RBX-READ-MANY              VALUE "RH".
               88 RBX-READ-FEW               VALUE "RL".
               88 RBX-WROTE-MANY             VALUE "WH".
               88 RBX-WROTE-FEW              VALUE "WL".
               88 RBX-DID-NOT-RUN            VALUE "NR".
               88 RBX-STREAM-IS-STALE        VALUE "ST".
            05 RBX-EXCEPTION-TEXT         PIC X(22).
            05 RBX-LAST-FIGURE            PIC 9(9).
            05 RBX-NORMAL-FIGURE          PIC 9(9).
