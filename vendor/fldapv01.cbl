      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndapvrte01 approver-routing
      *          fragment.  The program moves the vendor's category
      *          and the invoice amount in, PERFORMs
      *          FIND-INVOICE-APPROVER, and gets back the operator
      *          who must release the invoice -- spaces when no
      *          band covers it and the invoice needs no approval.
      *          COPY this into WORKING-STORAGE the way fldbal01 is
      *          COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   APVRTE-TABLE-PRESENT   PIC X.
            88 APVRTE-TABLE-IS-PRESENT VALUE "Y".
       01   APVRTE-CATEGORY        PIC X(04).
       01   APVRTE-AMOUNT          PIC 9(7)V99.
       01   APVRTE-APPROVER        PIC X(08).
       01   APVRTE-BAND-LIMIT      PIC 9(7)V99.
       01   APVRTE-LOOKUP-CATEGORY PIC X(04).
       01   APVRTE-MORE-BANDS      PIC X.
            88 APVRTE-BANDS-REMAIN     VALUE "Y".
            88 APVRTE-NO-MORE-BANDS    VALUE "N".
