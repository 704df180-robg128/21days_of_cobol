      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vnddscwin01 early-payment
      *          discount fragment.  The program reads an
      *          OPEN-INVOICE-RECORD, puts the vendor's terms code in
      *          DSCWIN-TERMS-CODE, and PERFORMs
      *          FIND-DISCOUNT-WINDOW; the discount the terms offer
      *          on the invoice and the last day it can be taken
      *          come back here.  COPY this into WORKING-STORAGE the
      *          way fldbal01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   DSCWIN-TERMS-PRESENT   PIC X.
            88 DSCWIN-TERMS-ARE-PRESENT VALUE "Y".
       01   DSCWIN-TERMS-CODE      PIC X(04).
       01   DSCWIN-PCT             PIC 9(2)V9.
       01   DSCWIN-DEADLINE        PIC 9(8).
       01   DSCWIN-AMOUNT          PIC 9(7)V99.
