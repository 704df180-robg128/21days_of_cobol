      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared check printing, COPYed into the PROCEDURE
      *          DIVISION of every program that prints checks, the
      *          same way vndsumupd01 is shared.  Writes one check
      *          -- number, date, payee and address from the
      *          VENDOR-RECORD the program has read, star-filled
      *          amount, and the account it is drawn on -- followed
      *          by its remittance stub: the invoice it pays, what
      *          was owed, what credits and deposits took off, the
      *          discount, any backup withholding, and the amount
      *          of the check.  Each check after the first starts a
      *          new page, ready for the printer, as vndltr01 does
      *          with its letters.  An unnumbered check (stock not
      *          controlled) prints with its number left blank.  The
      *          program provides the fields from fldckp01 and a
      *          CHECK-PRINT-FILE with an 80-byte CHECK-PRINT-LINE,
      *          already open for output.
      * Tectonics: cobc
      ******************************************************************
       PRINT-ONE-CHECK.
            ADD 1 TO CKP-CHECKS-PRINTED.
            IF CKP-CHECK-NUMBER = ZEROS
                MOVE SPACES TO CKP-PR-NUMBER
            ELSE
                MOVE CKP-CHECK-NUMBER TO CKP-PR-NUMBER.
            IF CKP-CHECKS-PRINTED > 1
                WRITE CHECK-PRINT-LINE FROM CKP-NUMBER-LINE
                    AFTER ADVANCING PAGE
            ELSE
                WRITE CHECK-PRINT-LINE FROM CKP-NUMBER-LINE.
            MOVE CKP-CHECK-DATE TO CKP-PR-DATE.
            WRITE CHECK-PRINT-LINE FROM CKP-DATE-LINE.
            WRITE CHECK-PRINT-LINE FROM CKP-BLANK-LINE.
            MOVE VENDOR-NAME TO CKP-PR-PAYEE.
            MOVE CKP-AMOUNT TO CKP-PR-AMOUNT.
            WRITE CHECK-PRINT-LINE FROM CKP-PAY-LINE.
            PERFORM PRINT-CHECK-ADDRESS.
            WRITE CHECK-PRINT-LINE FROM CKP-BLANK-LINE.
            MOVE CKP-BANK-ACCOUNT TO CKP-PR-ACCOUNT.
            WRITE CHECK-PRINT-LINE FROM CKP-ACCOUNT-LINE.
            WRITE CHECK-PRINT-LINE FROM CKP-BLANK-LINE.
            WRITE CHECK-PRINT-LINE FROM CKP-TEAR-LINE.
            WRITE CHECK-PRINT-LINE FROM CKP-BLANK-LINE.
            PERFORM PRINT-REMITTANCE-STUB.

      *--------------------------------
      * A BLANK ADDRESS LINE IS LEFT
      * OUT SO THE BLOCK STAYS TIGHT
      * FOR A WINDOW ENVELOPE.
      *--------------------------------
       PRINT-CHECK-ADDRESS.
            IF VENDOR-ADDRESS-1 NOT = SPACES
                MOVE VENDOR-ADDRESS-1 TO CKP-PR-ADDRESS
                WRITE CHECK-PRINT-LINE FROM CKP-ADDRESS-LINE.
            IF VENDOR-ADDRESS-2 NOT = SPACES
                MOVE VENDOR-ADDRESS-2 TO CKP-PR-ADDRESS
                WRITE CHECK-PRINT-LINE FROM CKP-ADDRESS-LINE.
            MOVE SPACES TO CKP-PLACE-LINE.
            STRING VENDOR-CITY DELIMITED BY "  "
                " " DELIMITED BY SIZE
                VENDOR-STATE DELIMITED BY "  "
                "  " DELIMITED BY SIZE
                VENDOR-ZIP DELIMITED BY "  "
                INTO CKP-PLACE-LINE.
            IF CKP-PLACE-LINE NOT = SPACES
                MOVE CKP-PLACE-LINE TO CKP-PR-ADDRESS
                WRITE CHECK-PRINT-LINE FROM CKP-ADDRESS-LINE.

       PRINT-REMITTANCE-STUB.
            MOVE VENDOR-NUMBER TO CKP-SH-VENDOR.
            MOVE VENDOR-NAME TO CKP-SH-NAME.
            MOVE CKP-PR-NUMBER TO CKP-SH-NUMBER.
            MOVE CKP-CHECK-DATE TO CKP-SH-DATE.
            WRITE CHECK-PRINT-LINE FROM CKP-STUB-HEAD-LINE.
            WRITE CHECK-PRINT-LINE FROM CKP-BLANK-LINE.
            WRITE CHECK-PRINT-LINE FROM CKP-STUB-COLUMN-LINE.
            MOVE CKP-STUB-INVOICE TO CKP-SD-INVOICE.
            MOVE CKP-STUB-DUE-DATE TO CKP-SD-DUE-DATE.
            MOVE CKP-STUB-BALANCE TO CKP-SD-BALANCE.
            MOVE CKP-STUB-DEDUCTED TO CKP-SD-DEDUCTED.
            MOVE CKP-STUB-DISCOUNT TO CKP-SD-DISCOUNT.
            MOVE CKP-STUB-WITHHELD TO CKP-SD-WITHHELD.
            MOVE CKP-AMOUNT TO CKP-SD-PAID.
            WRITE CHECK-PRINT-LINE FROM CKP-STUB-DETAIL-LINE.
            IF CKP-STUB-NOTE NOT = SPACES
                WRITE CHECK-PRINT-LINE FROM CKP-BLANK-LINE
                MOVE CKP-STUB-NOTE TO CHECK-PRINT-LINE
                WRITE CHECK-PRINT-LINE.
