      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for CASH-WEEKS-FILE.  vndcsh01 rewrites its one
      *          record on every run: the dollar totals the forecast
      *          sheet prints under ALL CATEGORIES -- what falls due
      *          in each of the next eight weeks, what is due past
      *          the horizon, and what is stalled on payment hold --
      *          with the run date and the company forecast (spaces
      *          for every company).  cmpldr01 builds Treasury's
      *          investment ladder from it.
      * Tectonics: cobc
      ******************************************************************
       FD   CASH-WEEKS-FILE
            LABEL RECORDS ARE STANDARD.

       01   CASH-WEEKS-RECORD.
            05 CSW-RUN-DATE               PIC 9(8).
            05 CSW-COMPANY                PIC X(02).
            05 CSW-WEEK-ENTRY OCCURS 8 TIMES.
               10 CSW-WEEK-ENDING         PIC 9(8).
               10 CSW-WEEK-AMOUNT         PIC 9(9)V99.
            05 CSW-LATER-AMOUNT           PIC 9(9)V99.
            05 CSW-HOLD-AMOUNT            PIC 9(9)V99.
