      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndprnchk01 prenote
      *          fragment.  With the vendor in VENDOR-RECORD and the
      *          day the payment would go in PRNCHK-AS-OF-DATE,
      *          PERFORM CHECK-PRENOTE-CLEARANCE; PRNCHK-RESULT says
      *          whether live EFT payments may go, and for a vendor
      *          still waiting PRNCHK-CLEAR-DATE says from when.  A
      *          vendor whose bank details changed and still await a
      *          verified callback comes back as awaiting callback,
      *          whatever its prenote says.
      *          COPY this into WORKING-STORAGE the way fldsum01 is
      *          COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   PRENOTE-FILE-STATUS    PIC XX.
       01   PRNCHK-AS-OF-DATE      PIC 9(8).
       01   PRNCHK-CLEAR-DATE      PIC 9(8).
       01   PRNCHK-RESULT          PIC X.
            88 PRNCHK-IS-CLEAR        VALUE "Y".
            88 PRNCHK-NOT-SENT        VALUE "N".
            88 PRNCHK-IS-WAITING      VALUE "W".
            88 PRNCHK-AWAITS-CALLBACK VALUE "C".
