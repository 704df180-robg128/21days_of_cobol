      *          record per run -- program, start and end date/time,
      *          records read and written, and the final file status
      *          -- so operations can see what last night actually
      *          did without screenshots of the console.  A final
      *          status of 00 is a clean run; HD is written by
      *          vndnite01 for a step it held, not ran, because a
      *          step it depends on ended badly; NJ is written by
      *          vndnite01 for a step that returned without
      *          journalling its own run.
      * Tectonics: cobc
      ******************************************************************
       FD   RUN-HISTORY-FILE
            05 RUN-RECORDS-READ           PIC 9(7).
            05 RUN-RECORDS-WRITTEN        PIC 9(7).
            05 RUN-FINAL-STATUS           PIC XX.
               88 RUN-ENDED-CLEAN            VALUE "00".
               88 RUN-WAS-HELD               VALUE "HD".
               88 RUN-NOT-JOURNALLED         VALUE "NJ".
