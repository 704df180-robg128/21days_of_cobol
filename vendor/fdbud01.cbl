      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for BUDGET-FILE, Purchasing's spend budget for a
      *          vendor category in one month, in dollars.  Keyed
      *          and maintained in vndbud01, who set it and when.
      *          The vndbva01 variance run stamps each month's
      *          record with the actual paid and the amount
      *          committed as of that run, which is what vndinv01
      *          reads to warn that a category is already over.
      * Tectonics: cobc
      ******************************************************************
       FD   BUDGET-FILE
            LABEL RECORDS ARE STANDARD.

       01   BUDGET-RECORD.
            05 BUD-KEY.
               10 BUD-CATEGORY            PIC X(04).
               10 BUD-PERIOD.
                  15 BUD-YEAR             PIC 9(4).
                  15 BUD-MONTH            PIC 9(2).
            05 BUD-AMOUNT                 PIC 9(9)V99.
            05 BUD-ENTERED-BY             PIC X(08).
            05 BUD-ENTERED-DATE           PIC 9(8).
      *--------------------------------
      * AS OF THE LAST VARIANCE RUN
      * FOR THE MONTH; ZERO RUN DATE
      * MEANS NONE HAS BEEN RUN.
      *--------------------------------
            05 BUD-LAST-ACTUAL            PIC S9(9)V99.
            05 BUD-LAST-COMMITTED         PIC S9(9)V99.
            05 BUD-LAST-RUN-DATE          PIC 9(8).
