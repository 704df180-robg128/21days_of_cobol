      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for LATE-INTEREST-RATE-FILE, the prompt-payment
      *          interest rate table.  Each record is one published
      *          annual rate and the date it takes effect; it stays
      *          in force until the next record's effective date.
      *          A day before the earliest record carries no
      *          interest, which is also how the system behaves with
      *          no table at all.  Maintained by vndlir01 and read
      *          through the shared vndlpi01 fragment.
      * Tectonics: cobc
      ******************************************************************
       FD   LATE-INTEREST-RATE-FILE
            LABEL RECORDS ARE STANDARD.

       01   LATE-INTEREST-RATE-RECORD.
            05 LIR-EFFECTIVE-DATE         PIC 9(8).
            05 LIR-ANNUAL-RATE            PIC 9(2)V999.
            05 LIR-CHANGED-BY             PIC X(08).
            05 LIR-CHANGED-DATE           PIC 9(8).
