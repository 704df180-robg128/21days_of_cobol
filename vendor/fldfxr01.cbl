      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndfxrlok01 exchange-rate
      *          fragment.  Put the currency in FXRLOK-CURRENCY, the
      *          day the money moves in FXRLOK-AS-OF-DATE, and the
      *          amount in FXRLOK-AMOUNT, and PERFORM
      *          LOOK-UP-EXCHANGE-RATE.  The rate in force that day
      *          (the latest on or before it) comes back in
      *          FXRLOK-RATE with the day it was set, and the amount
      *          in dollars in FXRLOK-USD-AMOUNT.  To turn another
      *          amount at the same rate, move it to FXRLOK-AMOUNT
      *          and PERFORM CONVERT-TO-USD.  FXRLOK-RESULT says how
      *          it went; with no rate the dollar amount is the
      *          amount unconverted.  COPY this into WORKING-STORAGE
      *          the way fldsum01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   EXCHANGE-RATE-STATUS   PIC XX.
       01   FXRLOK-CURRENCY        PIC X(03).
       01   FXRLOK-AS-OF-DATE      PIC 9(8).
       01   FXRLOK-AMOUNT          PIC 9(9)V99.
       01   FXRLOK-RATE            PIC 9(4)V9(8).
       01   FXRLOK-RATE-DATE       PIC 9(8).
       01   FXRLOK-USD-AMOUNT      PIC 9(9)V99.
       01   FXRLOK-RESULT          PIC X.
            88 FXRLOK-WENT-OK         VALUE "Y".
            88 FXRLOK-NO-RATE         VALUE "N".
            88 FXRLOK-NOT-IN-USE      VALUE "X".
       01   FXRLOK-MORE-RATES      PIC X.
            88 FXRLOK-RATES-REMAIN    VALUE "Y".

      *--------------------------------
      * THE LAST RATE LOOKED UP IS
      * KEPT, SO A RUN THAT CONVERTS
      * ONE CURRENCY ON ONE DAY OVER
      * AND OVER READS THE FILE ONCE.
      *--------------------------------
       01   FXRLOK-SAVED-CURRENCY  PIC X(03) VALUE SPACES.
       01   FXRLOK-SAVED-DATE      PIC 9(8) VALUE ZEROS.
       01   FXRLOK-SAVED-RATE      PIC 9(4)V9(8).
       01   FXRLOK-SAVED-RATE-DATE PIC 9(8).
       01   FXRLOK-SAVED-RESULT    PIC X.
