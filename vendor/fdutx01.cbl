      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for USE-TAX-RATE-FILE, the use-tax rate a state
      *          charges on what is bought from out of state without
      *          sales tax.  Keyed by the two-letter state plus a
      *          vendor category; the record with a blank category
      *          is the state's general rate, and a category record
      *          overrides it for that kind of spend (a zero rate
      *          there exempts it).  Maintained by a supervisor in
      *          vndutx01 and read by the vnduta01 monthly accrual.
      *          The rate is a percent to three places, 6.250 for
      *          six and a quarter percent.
      * Tectonics: cobc
      ******************************************************************
       FD   USE-TAX-RATE-FILE
            LABEL RECORDS ARE STANDARD.

       01   USE-TAX-RATE-RECORD.
            05 UTX-RATE-KEY.
               10 UTX-STATE               PIC X(02).
               10 UTX-CATEGORY            PIC X(04).
            05 UTX-RATE-PERCENT           PIC 9(2)V9(3).
            05 UTX-CHANGED-DATE           PIC 9(08).
            05 UTX-CHANGED-BY             PIC X(08).
