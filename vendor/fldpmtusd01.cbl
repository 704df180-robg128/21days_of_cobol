      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared field for the vndpmtusd01 fragment.  With a
      *          payment in PAYMENT-RECORD, PERFORM
      *          TAKE-PAYMENT-IN-USD and its dollar amount comes back
      *          in PAYMENT-IN-USD.  COPY this into WORKING-STORAGE
      *          the way fldsum01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   PAYMENT-IN-USD         PIC 9(9)V99.
