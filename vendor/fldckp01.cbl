      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndckp01 check-printing
      *          fragment.  The program reads the payee's
      *          VENDOR-RECORD, fills the CKP- fields for the check
      *          and its remittance stub, and PERFORMs
      *          PRINT-ONE-CHECK.  Zero CKP-CHECKS-PRINTED before
      *          the first check of a print file.  COPY this into
      *          WORKING-STORAGE the way fldsum01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   CKP-CHECK-NUMBER       PIC 9(8).
       01   CKP-BANK-ACCOUNT       PIC X(17).
       01   CKP-CHECK-DATE         PIC 9(8).
       01   CKP-AMOUNT             PIC 9(7)V99.
       01   CKP-STUB-INVOICE       PIC X(15).
       01   CKP-STUB-DUE-DATE      PIC 9(8).
       01   CKP-STUB-BALANCE       PIC 9(7)V99.
       01   CKP-STUB-DEDUCTED      PIC 9(7)V99.
       01   CKP-STUB-DISCOUNT      PIC 9(7)V99.
       01   CKP-STUB-WITHHELD      PIC 9(7)V99.
       01   CKP-STUB-NOTE          PIC X(60).
       77   CKP-CHECKS-PRINTED     PIC 9(5).
       77   CKP-PLACE-LINE         PIC X(60).

      *--------------------------------
      * THE CHECK FACE.  THE AMOUNT IS
      * STAR-FILLED SO NOTHING CAN BE
      * WRITTEN IN AHEAD OF IT.
      *--------------------------------
       01   CKP-NUMBER-LINE.
            05 FILLER              PIC X(50) VALUE SPACES.
            05 FILLER              PIC X(10) VALUE "CHECK NO. ".
            05 CKP-PR-NUMBER       PIC X(08).

       01   CKP-DATE-LINE.
            05 FILLER              PIC X(50) VALUE SPACES.
            05 FILLER              PIC X(10) VALUE "DATE      ".
            05 CKP-PR-DATE         PIC 9(8).

       01   CKP-PAY-LINE.
            05 FILLER              PIC X(20)
               VALUE "PAY TO THE ORDER OF ".
            05 CKP-PR-PAYEE        PIC X(30).
            05 FILLER              PIC X(03) VALUE SPACES.
            05 CKP-PR-AMOUNT       PIC $*,***,**9.99.

       01   CKP-ADDRESS-LINE.
            05 FILLER              PIC X(20) VALUE SPACES.
            05 CKP-PR-ADDRESS      PIC X(60).

       01   CKP-ACCOUNT-LINE.
            05 FILLER              PIC X(17) VALUE "DRAWN ON ACCOUNT ".
            05 CKP-PR-ACCOUNT      PIC X(17).
            05 FILLER              PIC X(26)
               VALUE "    VOID AFTER 90 DAYS".

      *--------------------------------
      * THE REMITTANCE STUB.
      *--------------------------------
       01   CKP-TEAR-LINE.
            05 FILLER              PIC X(12) VALUE "- - - - - - ".
            05 FILLER              PIC X(46)
               VALUE "REMITTANCE ADVICE -- DETACH BEFORE DEPOSITING ".
            05 FILLER              PIC X(11) VALUE "- - - - - -".

       01   CKP-STUB-HEAD-LINE.
            05 FILLER              PIC X(08) VALUE "PAID TO ".
            05 CKP-SH-VENDOR       PIC 9(7).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SH-NAME         PIC X(30).
            05 FILLER              PIC X(08) VALUE "  CHECK ".
            05 CKP-SH-NUMBER       PIC X(08).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CKP-SH-DATE         PIC 9(8).

       01   CKP-STUB-COLUMN-LINE.
            05 FILLER              PIC X(36)
               VALUE "INVOICE         DUE DATE    BALANCE".
            05 FILLER              PIC X(43)
               VALUE "  DEDUCTED   DISCOUNT   WITHHELD       PAID".

       01   CKP-STUB-DETAIL-LINE.
            05 CKP-SD-INVOICE      PIC X(15).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SD-DUE-DATE     PIC Z(8).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SD-BALANCE      PIC ZZZZZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SD-DEDUCTED     PIC ZZZZZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SD-DISCOUNT     PIC ZZZZZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SD-WITHHELD     PIC ZZZZZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 CKP-SD-PAID         PIC ZZZZZZ9.99.

       01   CKP-BLANK-LINE         PIC X(80) VALUE SPACES.
