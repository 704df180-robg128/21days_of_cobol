      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared result fields for the vndinvbal01 invoice-
      *          balance fragment.  The program reads an
      *          OPEN-INVOICE-RECORD and PERFORMs
      *          COMPUTE-INVOICE-BALANCE; what has been settled and
      *          what is still owed come back here.  COPY this into
      *          WORKING-STORAGE the way fldsum01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   INVBAL-SETTLED         PIC 9(7)V99.
       01   INVBAL-DUE             PIC 9(7)V99.
