      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndckn01 check-stock
      *          fragment.  To see what stock an account has, put
      *          the account in CKN-BANK-ACCOUNT and PERFORM
      *          LOOK-UP-CHECK-STOCK.  To number a check, fill in
      *          the account, the payment's key and amount, the
      *          operator, and today in CKN-ACTION-DATE and PERFORM
      *          TAKE-NEXT-CHECK-NUMBER; the number comes back in
      *          CKN-CHECK-NUMBER.  To void one, put its account and
      *          number in and PERFORM MARK-CHECK-NUMBER-VOIDED.
      *          CKN-RESULT says how it went.  COPY this into
      *          WORKING-STORAGE the way fldsum01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   CHECK-STOCK-STATUS     PIC XX.
       01   CHECK-REGISTER-STATUS  PIC XX.
       01   CKN-BANK-ACCOUNT       PIC X(17).
       01   CKN-CHECK-NUMBER       PIC 9(8).
       01   CKN-PAYMENT-KEY.
            05 CKN-VENDOR-NUMBER   PIC 9(7).
            05 CKN-PAYMENT-DATE    PIC 9(8).
            05 CKN-PAYMENT-SEQ     PIC 9(3).
       01   CKN-AMOUNT             PIC 9(7)V99.
       01   CKN-OPERATOR-ID        PIC X(08).
       01   CKN-ACTION-DATE        PIC 9(8).
       01   CKN-ENTRY-STATUS       PIC X(01).
       01   CKN-NOTE               PIC X(30).

      *--------------------------------
      * STOCK THAT IS NOT COUNTED (A
      * LAST NUMBER OF ZERO) READS AS
      * ALL NINES LEFT.
      *--------------------------------
       01   CKN-NUMBERS-LEFT       PIC 9(8).
       01   CKN-RESULT             PIC X.
            88 CKN-WENT-OK            VALUE "Y".
            88 CKN-STOCK-NOT-IN-USE   VALUE "X".
            88 CKN-NO-SUCH-ACCOUNT    VALUE "A".
            88 CKN-STOCK-RAN-OUT      VALUE "O".
            88 CKN-NOT-IN-REGISTER    VALUE "N".
       01   CKN-NUMBER-STATUS      PIC X.
            88 CKN-NUMBER-IS-FREE     VALUE "Y".
